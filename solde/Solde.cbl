001850*                  checkpoint - a restart can no longer    *
001860*                  replay a group and credit the contra    *
001870*                  account a second time.                  *
      *  2026-10-15  MM  Posted-transaction journal: every detail  *
      *                  posted - both legs of a transfer - is     *
      *                  journaled by account, posting date and    *
      *                  transaction id. New reversal detail ("R") *
      *                  names the transaction it undoes; the      *
      *                  exact opposite of the journaled original  *
      *                  is posted, both legs for a transfer, and  *
      *                  the original is flagged reversed so it is *
      *                  never undone twice. A refused reversal    *
      *                  goes out as X009.                         *
      *  2026-10-15  MM  Holds and earmarks: debits are judged     *
      *                  against the available balance - ledger    *
      *                  less the account's active holds on the    *
      *                  new hold master, plus the overdraft       *
      *                  limit; a debit the ledger could stand but *
      *                  the holds cannot goes out as X010. Holds  *
      *                  reaching their expiry business date are   *
      *                  marked expired before anything posts.     *
      *  2026-10-15  MM  Dormant accounts: credits to an account   *
      *                  DormScan marked dormant still post, and a *
      *                  transfer may credit one, but a debit or   *
      *                  the debit leg of a transfer is refused as *
      *                  X011 until AcctMaint REACTIVATE is        *
      *                  approved. A reversal or the supervisor's  *
      *                  manual adjustment is a correction, not    *
      *                  customer spending, and is still allowed.  *
      *  2026-10-15  MM  Customer group overdraft limit: when the  *
      *                  account's customer carries a group limit  *
      *                  on the customer master, a debit - or the  *
      *                  debit leg of a transfer to another        *
      *                  customer - must also leave the customer's *
      *                  net position across every account linked  *
      *                  on the cross-reference, in base currency  *
      *                  at the day's rates, inside that limit;    *
      *                  otherwise it goes out as X012. The        *
      *                  overdraft report carries the group limit  *
      *                  and headroom beside the account's own.    *
      *  2026-10-15  MM  Every exception raised now also leaves a  *
      *                  record on the audit log (reason EXCP- and *
      *                  the code, the item's account and amount,  *
      *                  balance untouched), so the operator who   *
      *                  placed a held item can be told apart from *
      *                  the supervisor who later releases it.     *
      *  2026-10-15  MM  Branch settlement: the branch TranEdit    *
      *                  accepted each detail under now rides      *
      *                  through the sort onto its audit records,  *
      *                  and the run writes a branch settlement    *
      *                  file for the inter-branch GL entries with *
      *                  a report beside it - per branch and       *
      *                  currency the debits, credits, transfers,  *
      *                  reversals and exceptions, and the inter-  *
      *                  branch position of transfers whose legs   *
      *                  settle at different home branches -       *
      *                  proved per currency against the control   *
      *                  totals (RC=8 on a difference).            *
      *  2026-10-15  MM  Each statement line names the account's   *
      *                  product off the product catalogue beside  *
      *                  the customer.                             *
      *  2026-10-15  MM  The contra leg of a reversed transfer is  *
      *                  a debit: an overdrawn result is reported  *
      *                  on the overdraft file against the contra  *
      *                  account's own and group limits.           *
      *  2026-10-15  MM  The journal key carries a sequence number *
      *                  so a standing order catching up several   *
      *                  periods journals every occurrence; a key  *
      *                  that cannot be written stops the run.     *
      *  2026-10-15  MM  A journal entry that cannot be flagged    *
      *                  reversed, or a hold that cannot be marked *
      *                  expired, stops the run the same way.      *
001880*-----------------------------------------------------------*
001890 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002450     SELECT CONT-REPORT ASSIGN TO CONTRPT
002460         ORGANIZATION IS SEQUENTIAL.
002470*
           SELECT OPTIONAL JRNL-FILE ASSIGN TO JOURNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.
      *
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.
      *
           SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT BSET-FILE ASSIGN TO BRSETL
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT BSET-REPORT ASSIGN TO BRSETRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO PRODTBL
               ORGANIZATION IS SEQUENTIAL.
      *
002480 DATA DIVISION.
002490 FILE SECTION.
002500 FD  TRAN-FILE.
002510     COPY TRANREC.
002511*    The accepted file carries the originating branch after
002512*    the record image.
002513 01  TRAN-ACC-RECORD.
002514     05  FILLER                      PIC X(41).
002515     05  TRAN-BRANCH-ID              PIC X(04).
002520*
002530 FD  ACCTMAST-FILE.
002540     COPY ACCTREC REPLACING ACCT-RECORD BY ACCT-MASTER-RECORD.
002850     05  SORT-REC-TYPE               PIC X(01).
002860     05  SORT-ACCT-ID                PIC X(06).
002870     05  FILLER                      PIC X(34).
002875     05  SORT-BRANCH-ID              PIC X(04).
002880*
002890 FD  RUNLOG-FILE.
002900     COPY RUNLOG.
003000*
003010 FD  CONT-REPORT.
003020 01  CONT-LINE                       PIC X(132).
      *
       FD  JRNL-FILE.
           COPY JRNLREC.
      *
       FD  HOLD-FILE.
           COPY HOLDREC.
      *
       FD  XREF-FILE.
           COPY XREFREC.
      *
       FD  BSET-FILE.
           COPY BSETREC.
      *
       FD  BSET-REPORT.
       01  BSET-LINE                       PIC X(132).
      *
       FD  PRODUCT-FILE.
           COPY PRODREC.
003030*
003040 WORKING-STORAGE SECTION.
003050 01  SOLDE                           PIC S9(8).
003730*
003740 01  WS-AUDIT-REASON                 PIC X(10).
003750 01  WS-AUDIT-AMOUNT                 PIC S9(8).
003755 01  WS-AUDIT-BRANCH                 PIC X(04).
003760*
003770 01  WS-DEC-INPUT                    PIC S9(2)V9(2)
003780                                     SIGN IS LEADING SEPARATE.
004020 01  WS-BEGIN-BAL                    PIC S9(8).
004030*
004040 01  WS-CURRENT-ACCT                 PIC X(06).
004045 01  WS-SAVE-CURRENT-ACCT            PIC X(06).
004050 01  WS-LAST-TRAN-ID                 PIC X(08).
004060*
004070 01  WS-RUN-START-TS                 PIC 9(14).
004560 77  WS-RATE-LOOKUP-CODE             PIC X(03).
004570*
004580*----------------------------------------------------------*
      * The product names for the statement, loaded once - a name  *
      * is the same on every version of a product, so the first    *
      * one will do.                                               *
      *----------------------------------------------------------*
       01  WS-PROD-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-PROD-EOF                     VALUE "Y".
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT            PIC 9(03) VALUE 0.
           05  WS-PRODUCT-ENTRY            OCCURS 100 TIMES.
               10  WS-PRODUCT-CODE         PIC X(04).
               10  WS-PRODUCT-NAME         PIC X(20).
      *
       77  WS-PRODUCT-IX                   PIC 9(03) COMP.
       77  WS-PROD-HIT-SW                  PIC X(01).
           88  WS-PROD-HIT                     VALUE "Y".
      *
      *----------------------------------------------------------*
004590* Transfer work areas: the group's master record is parked   *
004600* here while the contra account is read, proven and          *
004610* credited, then restored for the debit leg. The hold area   *
004620* is wider than the record so the layout can grow without    *
004630* touching this code.                                        *
004640*----------------------------------------------------------*
004650 01  WS-HOLD-ACCT-AREA               PIC X(120).
004660 77  WS-XFER-CREDIT-AMT              PIC S9(8).
004670 77  WS-XFER-FROM-RATE               PIC 9(03)V9(06).
004680 77  WS-XFER-TO-RATE                 PIC 9(03)V9(06).
004790     05  WS-XFP-ENTRY                OCCURS 100 TIMES.
004800         10  WS-XFP-ACCT-ID          PIC X(06).
004810         10  WS-XFP-AMOUNT           PIC S9(8).
               10  WS-XFP-TRAN-ID          PIC X(08).
               10  WS-XFP-TYPE             PIC X(01).
               10  WS-XFP-FROM-ACCT        PIC X(06).
               10  WS-XFP-REASON           PIC X(10).
               10  WS-XFP-LINK-TRAN-ID     PIC X(08).
               10  WS-XFP-LINK-DATE        PIC 9(08).
               10  WS-XFP-LINK-SEQ-NO      PIC 9(02).
               10  WS-XFP-BRANCH-ID        PIC X(04).
               10  WS-XFP-GRP-BRANCH       PIC X(04).
               10  WS-XFP-GRP-AMOUNT       PIC S9(8).
               10  WS-XFP-GRP-CURR         PIC X(03).
004820 77  WS-XFP-IX                       PIC 9(03) COMP.
      *
      *----------------------------------------------------------*
      * Posted-transaction journal. A reversal finds its original  *
      * here by account and transaction id and parks what it needs *
      * from it - and from the contra leg of a transfer - before    *
      * the journal record area is reused to write the reversal.   *
      *----------------------------------------------------------*
       01  WS-JRNL-STATUS                  PIC X(02).
       01  WS-JRNL-COUNT                   PIC 9(06) VALUE 0.
       01  WS-JRNL-REVERSING-ID            PIC X(08).
       01  WS-JRNL-LAST-SEQ-NO             PIC 9(02).
       01  WS-JRNL-WRITE-SW                PIC X(01).
           88  WS-JRNL-WRITE-DONE              VALUE "Y".
       01  WS-JRNL-HOLD-AREA               PIC X(90).
       01  WS-JRNL-SCAN-SW                 PIC X(01).
           88  WS-JRNL-SCAN-DONE               VALUE "Y".
       01  WS-ORIG-FOUND-SW                PIC X(01).
           88  WS-ORIG-FOUND                   VALUE "Y".
       01  WS-ORIG-ENTRY.
           05  WS-ORIG-POST-DATE           PIC 9(08).
           05  WS-ORIG-TRAN-ID             PIC X(08).
           05  WS-ORIG-SEQ-NO              PIC 9(02).
           05  WS-ORIG-TYPE                PIC X(01).
               88  WS-ORIG-IS-TRANSFER         VALUE "T".
           05  WS-ORIG-AMOUNT              PIC S9(8).
           05  WS-ORIG-CONTRA-ACCT         PIC X(06).
           05  WS-ORIG-CONTRA-AMOUNT       PIC S9(8).
           05  WS-ORIG-CONTRA-SEQ-NO       PIC 9(02).
       01  WS-CONTRA-ENTRY-SW              PIC X(01).
           88  WS-CONTRA-ENTRY-FOUND           VALUE "Y".
      *
      *----------------------------------------------------------*
      * Holds and earmarks. The group's active holds are summed   *
      * once as its master record is read; a debit must leave the *
      * ledger balance, less those holds, inside the overdraft    *
      * limit.                                                    *
      *----------------------------------------------------------*
       01  WS-HOLDMAST-STATUS              PIC X(02).
       01  WS-HOLD-SCAN-SW                 PIC X(01).
           88  WS-HOLD-SCAN-DONE               VALUE "Y".
       01  WS-GROUP-HOLD-AMT               PIC 9(09) VALUE 0.
       01  WS-HOLD-EXPIRED-COUNT           PIC 9(06) VALUE 0.
      *
      *----------------------------------------------------------*
      * Customer group overdraft limit. When the group's account *
      * belongs to a customer with a group limit, the customer's *
      * other linked accounts are walked on the cross-reference  *
      * once, as the master record is read, and their balances   *
      * summed in base currency; a debit then adds this          *
      * account's balance after it, converted the same way, and  *
      * the total must stay inside the group limit.              *
      *----------------------------------------------------------*
       01  WS-XREF-STATUS                  PIC X(02).
       01  WS-XREF-SCAN-SW                 PIC X(01).
           88  WS-XREF-SCAN-DONE               VALUE "Y".
       01  WS-GRP-LIMIT-SW                 PIC X(01) VALUE "N".
           88  WS-GRP-LIMIT-ON                 VALUE "Y".
       01  WS-GRP-CUST-NO                  PIC X(06).
       01  WS-GRP-LIMIT                    PIC 9(08) VALUE 0.
       01  WS-GRP-ACCT-RATE                PIC 9(03)V9(06) VALUE 0.
       01  WS-GRP-OTHER-BASE               PIC S9(10) VALUE 0.
       01  WS-GRP-BASE-EQUIV               PIC S9(10).
       01  WS-GRP-POSITION                 PIC S9(10).
004830*
004840*----------------------------------------------------------*
004850* Independent control totals: WS-CTL-BEGIN-TOTAL and         *
005200     88  WS-CURR-HIT                     VALUE "Y".
005210 77  WS-CURR-WORK-CODE               PIC X(03).
005220*
      *----------------------------------------------------------*
      * Branch settlement, one row per branch and currency, kept   *
      * in key order. Activity books to the branch the detail      *
      * arrived under; the inter-branch position books to each     *
      * leg's settling branch - the account's home branch, or the  *
      * originating branch when the account has none. 8300 writes  *
      * the rows to the settlement file and proves the posted net  *
      * of each currency against WS-CTL-CURR-MOVEMENT less          *
      * WS-CTL-CURR-REJECT.                                         *
      *----------------------------------------------------------*
       01  WS-BRANCH-SETTLEMENT.
           05  WS-BRS-COUNT                PIC 9(03) COMP VALUE 0.
           05  WS-BRS-ENTRY                OCCURS 200 TIMES.
               10  WS-BRS-KEY.
                   15  WS-BRS-BRANCH-ID    PIC X(04).
                   15  WS-BRS-CURRENCY     PIC X(03).
               10  WS-BRS-DEBIT-COUNT      PIC 9(06).
               10  WS-BRS-DEBIT-AMT        PIC 9(10).
               10  WS-BRS-CREDIT-COUNT     PIC 9(06).
               10  WS-BRS-CREDIT-AMT       PIC 9(10).
               10  WS-BRS-XFER-COUNT       PIC 9(06).
               10  WS-BRS-XFER-OUT-AMT     PIC 9(10).
               10  WS-BRS-XFER-IN-AMT      PIC 9(10).
               10  WS-BRS-REVERSAL-COUNT   PIC 9(06).
               10  WS-BRS-REVERSAL-NET     PIC S9(10).
               10  WS-BRS-ADJ-NET          PIC S9(10).
               10  WS-BRS-EXCP-COUNT       PIC 9(06).
               10  WS-BRS-EXCP-AMT         PIC 9(10).
               10  WS-BRS-DUE-TO           PIC 9(10).
               10  WS-BRS-DUE-FROM         PIC 9(10).
      *
       01  WS-BRS-WORK-KEY.
           05  WS-BRS-WORK-BRANCH          PIC X(04).
           05  WS-BRS-WORK-CURR            PIC X(03).
       77  WS-BRS-IX                       PIC 9(03) COMP.
       77  WS-BRS-SHIFT-IX                 PIC 9(03) COMP.
       77  WS-BRS-STOP-SW                  PIC X(01).
           88  WS-BRS-STOP                     VALUE "Y".
       77  WS-BRS-FULL-SW                  PIC X(01) VALUE "N".
           88  WS-BRS-FULL                     VALUE "Y".
       77  WS-BRS-OK-SW                    PIC X(01) VALUE "Y".
           88  WS-BRS-OK                       VALUE "Y".
       77  WS-BRS-SETTLE-BRANCH            PIC X(04).
       77  WS-BRS-POSTED-NET               PIC S9(10).
       77  WS-BRS-CURR-POSTED              PIC S9(10).
       77  WS-BRS-CURR-CONTROL             PIC S9(10).
       77  WS-BRS-EXCP-TOTAL               PIC 9(06).
       77  WS-BRS-INTER-COUNT              PIC 9(03) COMP.
      *
       01  WS-BRS-HEADER-LINE.
           05  FILLER                      PIC X(36) VALUE
               "DAILY BRANCH SETTLEMENT REPORT".
           05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
           05  WS-BRS-HDR-DATE             PIC 9(08).
      *
       01  WS-BRS-RESTART-LINE.
           05  FILLER                      PIC X(60) VALUE
               "RESTARTED RUN - ITEMS POSTED BEFORE THE RESTART ARE".
           05  FILLER                      PIC X(44) VALUE
               "NOT IN THESE FIGURES; SETTLE THEM BY HAND".
      *
       01  WS-BRS-COLUMN-HEADINGS.
           05  FILLER                      PIC X(10) VALUE "BRCH  CUR".
           05  FILLER                      PIC X(12) VALUE
               "     DEBITS".
           05  FILLER                      PIC X(12) VALUE
               "    CREDITS".
           05  FILLER                      PIC X(12) VALUE
               "   XFER OUT".
           05  FILLER                      PIC X(12) VALUE
               "    XFER IN".
           05  FILLER                      PIC X(12) VALUE
               "  REVERSALS".
           05  FILLER                      PIC X(12) VALUE
               " MANUAL ADJ".
           05  FILLER                      PIC X(12) VALUE
               " POSTED NET".
           05  FILLER                      PIC X(07) VALUE "  EXCP".
           05  FILLER                      PIC X(12) VALUE
               " EXCP AMOUNT".
           05  FILLER                      PIC X(12) VALUE
               "  INTER NET".
      *
       01  WS-BRS-DETAIL-LINE.
           05  WS-BRL-BRANCH               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-BRL-CURR                 PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-DEBITS               PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-CREDITS              PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-XFER-OUT             PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-XFER-IN              PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-REVERSALS            PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-ADJ                  PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-POSTED               PIC -(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-EXCP-COUNT           PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-EXCP-AMT             PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRL-INTER-NET            PIC -(10)9.
      *
       01  WS-BRS-RECON-LINE.
           05  FILLER                      PIC X(10) VALUE "CURRENCY".
           05  WS-BRR-CURR                 PIC X(04).
           05  FILLER                      PIC X(21) VALUE
               "POSTED BY BRANCH  : ".
           05  WS-BRR-POSTED               PIC -(10)9.
           05  FILLER                      PIC X(23) VALUE
               "   CONTROL NET       : ".
           05  WS-BRR-CONTROL              PIC -(10)9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-BRR-RESULT               PIC X(10).
      *
       01  WS-BRS-INTER-LINE.
           05  WS-BRI-BRANCH               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-BRI-CURR                 PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRI-DUE-TO               PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRI-DUE-FROM             PIC Z(10)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BRI-NET                  PIC -(10)9.
      *
       01  WS-BRS-INTER-HEADINGS.
           05  FILLER                      PIC X(10) VALUE "BRCH  CUR".
           05  FILLER                      PIC X(12) VALUE
               "     DUE TO".
           05  FILLER                      PIC X(12) VALUE
               "   DUE FROM".
           05  FILLER                      PIC X(12) VALUE
               "  NET (DUE)".
      *
       01  WS-BRS-TEXT-LINE                PIC X(132).
      *
005230 01  WS-STMT-COUNTERS.
005240     05  WS-STMT-LINE-COUNT          PIC 9(03) VALUE 99.
005250     05  WS-STMT-LINES-PER-PAGE      PIC 9(03) VALUE 40.
005430         "  ENDING BAL".
005440     05  FILLER                      PIC X(25) VALUE
005450         "  CUSTOMER".
005453     05  FILLER                      PIC X(20) VALUE
005456         "PRODUCT".
005460*
005470 01  WS-STMT-DETAIL-LINE.
005480     05  WS-DTL-ACCT-ID              PIC X(10).
005530     05  WS-DTL-ENDING               PIC -(7)9.
005540     05  FILLER                      PIC X(02) VALUE SPACES.
005550     05  WS-DTL-CUST-NAME            PIC X(25).
005553     05  FILLER                      PIC X(03) VALUE SPACES.
005556     05  WS-DTL-PRODUCT-NAME         PIC X(20).
005560*
005570 01  WS-STMT-TRAILER-LINE.
005580     05  FILLER                      PIC X(24) VALUE
005730             AND WS-RATE-OK AND WS-CONT-OK THEN
005740         OPEN OUTPUT CHKPT-FILE
005750         MOVE "Y" TO WS-CHKPT-OPEN-SW
005753         PERFORM 1400-EXPIRE-HOLDS
005756             THRU 1400-EXIT
005760         PERFORM 2000-SORT-AND-POST
005770             THRU 2000-EXIT
005780         PERFORM 3000-MANUAL-ADJUSTMENT
005940     OPEN INPUT CUSTMAST-FILE.
005950     OPEN EXTEND AUDIT-FILE.
005960     OPEN EXTEND RUNLOG-FILE.
005962     OPEN I-O JRNL-FILE.
005964     OPEN I-O HOLD-FILE.
005966     OPEN INPUT XREF-FILE.
005970     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005980     ACCEPT WS-TS-TIME FROM TIME.
005990     STRING WS-TS-DATE DELIMITED BY SIZE
006070         THRU 1150-EXIT.
006080     PERFORM 1170-LOAD-RATE-TABLE
006090         THRU 1170-EXIT.
006093     PERFORM 1450-LOAD-PRODUCT-TABLE
006096         THRU 1450-EXIT.
006100     PERFORM 1200-CHECK-RESTART
006110         THRU 1200-EXIT.
006120     PERFORM 1340-VERIFY-CONTINUITY
011410     EXIT.
011420*
011430*-----------------------------------------------------------*
      * 1400-EXPIRE-HOLDS - a hold counts against the balance     *
      * up to the day before its expiry date and not on it:       *
      * every active hold the processing date has reached is      *
      * marked expired before the first debit is judged, so a     *
      * hold on an account with no activity still drops off on    *
      * time for the browse and the position report. A hold that  *
      * cannot be marked would go on blocking funds, so a failure *
      * stops the run before anything posts.                      *
      *-----------------------------------------------------------*
       1400-EXPIRE-HOLDS.
           MOVE "N" TO WS-HOLD-SCAN-SW.
           MOVE LOW-VALUES TO HOLD-KEY.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   GO TO 1400-EXIT
           END-START.
           PERFORM 1410-EXPIRE-ONE-HOLD
               THRU 1410-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
       1400-EXIT.
           EXIT.
      *
       1410-EXPIRE-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-SCAN-SW
                   GO TO 1410-EXIT
           END-READ.
           IF HOLD-ACTIVE AND HOLD-EXPIRY-DATE <= WS-PROC-DATE THEN
               MOVE "E" TO HOLD-STATUS
               MOVE WS-PROC-DATE TO HOLD-CLOSED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "HOLD REWRITE FAILED FOR " HOLD-KEY
                           " STATUS " WS-HOLDMAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       MOVE "Y" TO WS-POST-FATAL-SW
                       MOVE "Y" TO WS-HOLD-SCAN-SW
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLD-EXPIRED-COUNT
               END-REWRITE
           END-IF.
       1410-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 1450-LOAD-PRODUCT-TABLE - one entry per product code; the   *
      * catalogue holds every version of a product in a row.        *
      *-----------------------------------------------------------*
       1450-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1460-READ-PRODUCT-RECORD
               THRU 1460-EXIT
               UNTIL WS-PROD-EOF.
           CLOSE PRODUCT-FILE.
       1450-EXIT.
           EXIT.
      *
       1460-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
                   GO TO 1460-EXIT
           END-READ.
           IF WS-PRODUCT-COUNT > 0 THEN
               IF WS-PRODUCT-CODE(WS-PRODUCT-COUNT) = PROD-CODE THEN
                   GO TO 1460-EXIT
               END-IF
           END-IF.
           IF WS-PRODUCT-COUNT < 100 THEN
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE PROD-CODE TO WS-PRODUCT-CODE(WS-PRODUCT-COUNT)
               MOVE PROD-NAME TO WS-PRODUCT-NAME(WS-PRODUCT-COUNT)
           ELSE
               DISPLAY "PRODUCT TABLE FULL - " PROD-CODE " IGNORED"
           END-IF.
       1460-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
011440* 2000-SORT-AND-POST - the balance run proper: the day's       *
011450* details are sorted by account id (arrival order preserved    *
011460* within an account) so the posting pass can read each         *
011700     GO TO 2020-EXIT.
011710*
011720 2025-RELEASE-ONE-DETAIL.
011730     RELEASE SORT-RECORD FROM TRAN-ACC-RECORD.
011740     PERFORM 2100-READ-TRAN
011750         THRU 2100-EXIT.
011760 2025-EXIT.
012100             MOVE "Y" TO WS-SORT-EOF-SW
012110             GO TO 2045-EXIT
012120     END-RETURN.
012130     MOVE SORT-RECORD TO TRAN-ACC-RECORD.
012140 2045-EXIT.
012150     EXIT.
012160*
012670         NOT INVALID KEY
012680             MOVE "Y" TO WS-GROUP-FOUND-SW
012690     END-READ.
012692     PERFORM 2052-SUM-GROUP-HOLDS
012694         THRU 2052-EXIT.
012696     PERFORM 2057-LOAD-GROUP-POSITION
012698         THRU 2057-EXIT.
012700     MOVE 0 TO WS-GROUP-POSTED-COUNT.
012710     MOVE 0 TO WS-XFP-COUNT.
012720     PERFORM 2055-APPLY-ONE-TRAN
012920     EXIT.
012930*
012940*-----------------------------------------------------------*
      * 2052-SUM-GROUP-HOLDS - total the account's active holds   *
      * once per group; with the ledger balance and the           *
      * overdraft limit it gives the available balance every      *
      * debit in the group is judged against.                     *
      *-----------------------------------------------------------*
       2052-SUM-GROUP-HOLDS.
           MOVE 0 TO WS-GROUP-HOLD-AMT.
           MOVE "N" TO WS-HOLD-SCAN-SW.
           MOVE WS-CURRENT-ACCT TO HOLD-ACCT-ID.
           MOVE 0 TO HOLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   GO TO 2052-EXIT
           END-START.
           PERFORM 2053-ADD-ONE-HOLD
               THRU 2053-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
       2052-EXIT.
           EXIT.
      *
       2053-ADD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLD-SCAN-SW
                   GO TO 2053-EXIT
           END-READ.
           IF HOLD-ACCT-ID NOT = WS-CURRENT-ACCT THEN
               MOVE "Y" TO WS-HOLD-SCAN-SW
               GO TO 2053-EXIT
           END-IF.
           IF HOLD-ACTIVE THEN
               ADD HOLD-AMOUNT TO WS-GROUP-HOLD-AMT
           END-IF.
       2053-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2057-LOAD-GROUP-POSITION - when the account's customer    *
      * carries a group overdraft limit, note the limit and this  *
      * account's rate to base, then walk the customer's other    *
      * linked accounts on the cross-reference and sum their      *
      * balances in base, once for the whole group. The group's   *
      * record is parked while the others are read. A linked      *
      * account in a currency with no rate today is left out of   *
      * the sum with a warning; with no rate for the account's    *
      * own currency the group limit cannot be weighed at all.    *
      *-----------------------------------------------------------*
       2057-LOAD-GROUP-POSITION.
           MOVE "N" TO WS-GRP-LIMIT-SW.
           MOVE 0 TO WS-GRP-OTHER-BASE.
           IF NOT WS-GROUP-FOUND OR ACCT-CUST-NO = SPACES THEN
               GO TO 2057-EXIT
           END-IF.
           MOVE ACCT-CUST-NO TO CUST-NO.
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 2057-EXIT
           END-READ.
           IF NOT CUST-HAS-GROUP-LIMIT THEN
               GO TO 2057-EXIT
           END-IF.
           MOVE ACCT-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE.
           PERFORM 1175-FIND-RATE-CODE
               THRU 1175-EXIT.
           IF NOT WS-RATE-HIT THEN
               DISPLAY "NO RATE FOR " ACCT-CURRENCY-CODE
                   " - GROUP LIMIT NOT CHECKED FOR " WS-CURRENT-ACCT
               GO TO 2057-EXIT
           END-IF.
           MOVE WS-WORK-RATE TO WS-GRP-ACCT-RATE.
           MOVE CUST-NO TO WS-GRP-CUST-NO.
           MOVE CUST-GROUP-LIMIT TO WS-GRP-LIMIT.
           MOVE "Y" TO WS-GRP-LIMIT-SW.
           MOVE ACCT-MASTER-RECORD TO WS-HOLD-ACCT-AREA.
           MOVE "N" TO WS-XREF-SCAN-SW.
           MOVE WS-GRP-CUST-NO TO XREF-CUST-NO.
           MOVE LOW-VALUES TO XREF-ACCT-ID.
           START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-SCAN-SW
           END-START.
           PERFORM 2058-ADD-ONE-LINKED-ACCT
               THRU 2058-EXIT
               UNTIL WS-XREF-SCAN-DONE.
           PERFORM 2065-RESTORE-GROUP-RECORD
               THRU 2065-EXIT.
       2057-EXIT.
           EXIT.
      *
       2058-ADD-ONE-LINKED-ACCT.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-SCAN-SW
                   GO TO 2058-EXIT
           END-READ.
           IF XREF-CUST-NO NOT = WS-GRP-CUST-NO THEN
               MOVE "Y" TO WS-XREF-SCAN-SW
               GO TO 2058-EXIT
           END-IF.
           IF XREF-ACCT-ID = WS-CURRENT-ACCT THEN
               GO TO 2058-EXIT
           END-IF.
           MOVE XREF-ACCT-ID TO ACCT-ID.
           READ ACCTMAST-FILE
               INVALID KEY
                   GO TO 2058-EXIT
           END-READ.
      *    A row left behind by a re-link no longer speaks for this
      *    customer.
           IF ACCT-CUST-NO NOT = WS-GRP-CUST-NO THEN
               GO TO 2058-EXIT
           END-IF.
           MOVE ACCT-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE.
           PERFORM 1175-FIND-RATE-CODE
               THRU 1175-EXIT.
           IF NOT WS-RATE-HIT THEN
               DISPLAY "NO RATE FOR " ACCT-CURRENCY-CODE " - "
                   ACCT-ID " LEFT OUT OF GROUP POSITION"
               GO TO 2058-EXIT
           END-IF.
           COMPUTE WS-GRP-BASE-EQUIV ROUNDED =
               ACCT-BALANCE * WS-WORK-RATE.
           ADD WS-GRP-BASE-EQUIV TO WS-GRP-OTHER-BASE.
       2058-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
012950* 2055-APPLY-ONE-TRAN - apply one sorted detail to the group's *
012960* master record held in storage. A detail against an unknown,  *
012970* closed or frozen account, a debit against a dormant one, or  *
012980* one off its value date, past the overdraft limit or into     *
012990* held funds goes to the exception file with a reason code and *
012995* never touches the balance.                                   *
013000*-----------------------------------------------------------*
013010 2055-APPLY-ONE-TRAN.
013020*    A transfer is its own animal: two legs, proven together,
013040     IF TRAN-IS-TRANSFER THEN
013050         PERFORM 2060-APPLY-TRANSFER
013060             THRU 2060-EXIT
013061         GO TO 2056-NEXT-TRAN
013062     END-IF.
013063*    So is a reversal: it carries no amount of its own - the
013064*    journal supplies it - and keeps its own control accounting.
013065     IF TRAN-IS-REVERSAL THEN
013066         PERFORM 2080-APPLY-REVERSAL
013067             THRU 2080-EXIT
013070         GO TO 2056-NEXT-TRAN
013080     END-IF.
013090     PERFORM 1322-ADD-SIGNED-MOVEMENT
013220     END-IF.
013230     IF ACCT-FROZEN THEN
013240         MOVE "X002" TO WS-EXC-REASON
013241         PERFORM 2700-WRITE-EXCEPTION
013242             THRU 2700-EXIT
013243         GO TO 2056-NEXT-TRAN
013244     END-IF.
013245*    A dormant account still takes credits; the customer's
013246*    debits wait until the account is reactivated.
013247     IF ACCT-DORMANT AND TRAN-IS-DEBIT THEN
013248         MOVE "X011" TO WS-EXC-REASON
013250         PERFORM 2700-WRITE-EXCEPTION
013260             THRU 2700-EXIT
013270         GO TO 2056-NEXT-TRAN
013680             THRU 2700-EXIT
013690         GO TO 2056-NEXT-TRAN
013700     END-IF.
      *
      *    Inside the limit is not enough when part of the balance
      *    is held: what the debit leaves must still cover the
      *    account's active holds.
           IF TRAN-IS-DEBIT
                   AND ACCT-BALANCE + TRUC - WS-GROUP-HOLD-AMT <
                       0 - ACCT-OVERDRAFT-LIMIT THEN
               MOVE "X010" TO WS-EXC-REASON
               PERFORM 2700-WRITE-EXCEPTION
                   THRU 2700-EXIT
               GO TO 2056-NEXT-TRAN
           END-IF.
      *
      *    Nor is the account's own limit the whole story when its
      *    customer carries a group limit: the customer's net
      *    position across every linked account, in base, must
      *    stay inside that as well.
           IF TRAN-IS-DEBIT AND WS-GRP-LIMIT-ON THEN
               COMPUTE WS-GRP-POSITION ROUNDED =
                   (ACCT-BALANCE + TRUC) * WS-GRP-ACCT-RATE
                   + WS-GRP-OTHER-BASE
           END-IF.
           IF TRAN-IS-DEBIT AND WS-GRP-LIMIT-ON
                   AND WS-GRP-POSITION < 0 - WS-GRP-LIMIT THEN
               MOVE "X012" TO WS-EXC-REASON
               PERFORM 2700-WRITE-EXCEPTION
                   THRU 2700-EXIT
               GO TO 2056-NEXT-TRAN
           END-IF.
013710     ADD TRUC TO ACCT-BALANCE.
013720     MOVE ACCT-BALANCE TO SOLDE.
013730     MOVE TRUC TO ACCT-LAST-MOVEMENT.
013790             THRU 2300-EXIT
013800     END-IF.
013810     MOVE "TRAN-POST" TO WS-AUDIT-REASON.
013815     MOVE TRAN-BRANCH-ID TO WS-AUDIT-BRANCH.
013820     MOVE TRUC TO WS-AUDIT-AMOUNT.
013830     PERFORM 2600-WRITE-AUDIT-RECORD
013840         THRU 2600-EXIT.
           MOVE SPACES TO JRNL-RECORD.
           MOVE ACCT-ID TO JRNL-ACCT-ID.
           MOVE TRAN-ID TO JRNL-TRAN-ID.
           MOVE TRAN-TYPE TO JRNL-TRAN-TYPE.
           MOVE TRAN-TYPE TO JRNL-LEG.
           MOVE TRUC TO JRNL-AMOUNT.
           MOVE TRAN-CONTRA-ACCT TO JRNL-CONTRA-ACCT.
           MOVE 0 TO JRNL-LINK-DATE.
           MOVE 0 TO JRNL-LINK-SEQ-NO.
           PERFORM 2800-WRITE-JOURNAL
               THRU 2800-EXIT.
013850     PERFORM 2500-PRINT-DETAIL-LINE
013860         THRU 2500-EXIT.
013870     ADD 1 TO WS-TRAN-COUNT.
013873     PERFORM 2910-BOOK-POSTING
013876         THRU 2910-EXIT.
013880*
013890 2056-NEXT-TRAN.
013900*    The detail in hand is fully disposed of - posted or
014260             THRU 2750-EXIT
014270         GO TO 2060-EXIT
014280     END-IF.
014281     IF ACCT-DORMANT THEN
014282         MOVE "X011" TO WS-EXC-REASON
014283         PERFORM 2750-WRITE-XFER-EXCEPTION
014284             THRU 2750-EXIT
014285         GO TO 2060-EXIT
014286     END-IF.
014290*
014300*    The debit leg settles in its account's currency or not
014310*    at all; the credit leg is allowed to differ and convert.
014540             THRU 2750-EXIT
014550         GO TO 2060-EXIT
014560     END-IF.
           IF ACCT-BALANCE - TRAN-AMOUNT - WS-GROUP-HOLD-AMT <
                   0 - ACCT-OVERDRAFT-LIMIT THEN
               MOVE "X010" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2060-EXIT
           END-IF.
           IF WS-GRP-LIMIT-ON THEN
               COMPUTE WS-GRP-POSITION ROUNDED =
                   (ACCT-BALANCE - TRAN-AMOUNT) * WS-GRP-ACCT-RATE
                   + WS-GRP-OTHER-BASE
           END-IF.
014570     IF TRAN-CONTRA-ACCT = SPACES
014580             OR TRAN-CONTRA-ACCT = TRAN-ACCT-ID THEN
014590         MOVE "X008" TO WS-EXC-REASON
014750                 THRU 2750-EXIT
014760             GO TO 2060-EXIT
014770     END-READ.
014780*    A dormant contra account may be credited.
014785     IF NOT ACCT-IN-SERVICE THEN
014790         PERFORM 2065-RESTORE-GROUP-RECORD
014800             THRU 2065-EXIT
014810         MOVE "X008" TO WS-EXC-REASON
014890         PERFORM 2065-RESTORE-GROUP-RECORD
014900             THRU 2065-EXIT
014910         MOVE "X008" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2060-EXIT
           END-IF.
      *    The group limit weighs the debit leg too - unless the
      *    money stays with the same customer, which leaves the
      *    customer's net position where it was.
           IF WS-GRP-LIMIT-ON
                   AND ACCT-CUST-NO NOT = WS-GRP-CUST-NO
                   AND WS-GRP-POSITION < 0 - WS-GRP-LIMIT THEN
               PERFORM 2065-RESTORE-GROUP-RECORD
                   THRU 2065-EXIT
               MOVE "X012" TO WS-EXC-REASON
014920         PERFORM 2750-WRITE-XFER-EXCEPTION
014930             THRU 2750-EXIT
014940         GO TO 2060-EXIT
015100     ADD 1 TO WS-XFP-COUNT.
015110     MOVE TRAN-CONTRA-ACCT TO WS-XFP-ACCT-ID(WS-XFP-COUNT).
015120     MOVE WS-XFER-CREDIT-AMT TO WS-XFP-AMOUNT(WS-XFP-COUNT).
           MOVE TRAN-ID TO WS-XFP-TRAN-ID(WS-XFP-COUNT).
           MOVE TRAN-TYPE TO WS-XFP-TYPE(WS-XFP-COUNT).
           MOVE TRAN-ACCT-ID TO WS-XFP-FROM-ACCT(WS-XFP-COUNT).
           MOVE "XFER-CR" TO WS-XFP-REASON(WS-XFP-COUNT).
           MOVE TRAN-BRANCH-ID TO WS-XFP-BRANCH-ID(WS-XFP-COUNT).
           MOVE SPACES TO WS-XFP-LINK-TRAN-ID(WS-XFP-COUNT).
           MOVE 0 TO WS-XFP-LINK-DATE(WS-XFP-COUNT).
           MOVE 0 TO WS-XFP-LINK-SEQ-NO(WS-XFP-COUNT).
      *    Between the customer's own accounts the credit counts
      *    toward the group position now, not at the boundary.
           IF WS-GRP-LIMIT-ON
                   AND ACCT-CUST-NO = WS-GRP-CUST-NO THEN
               COMPUTE WS-GRP-BASE-EQUIV ROUNDED =
                   TRAN-AMOUNT * WS-GRP-ACCT-RATE
               ADD WS-GRP-BASE-EQUIV TO WS-GRP-OTHER-BASE
           END-IF.
015130     PERFORM 2065-RESTORE-GROUP-RECORD
015140         THRU 2065-EXIT.
015141*    The debit leg settles at the group account's home branch.
015142     IF ACCT-HOME-BRANCH = SPACES THEN
015143         MOVE TRAN-BRANCH-ID TO WS-XFP-GRP-BRANCH(WS-XFP-COUNT)
015144     ELSE
015145         MOVE ACCT-HOME-BRANCH TO WS-XFP-GRP-BRANCH(WS-XFP-COUNT)
015146     END-IF.
015147     COMPUTE WS-XFP-GRP-AMOUNT(WS-XFP-COUNT) = 0 - TRAN-AMOUNT.
015148     MOVE TRAN-CURRENCY-CODE TO WS-XFP-GRP-CURR(WS-XFP-COUNT).
015150     MOVE ACCT-BALANCE TO WS-BEGIN-BAL.
015160     COMPUTE TRUC = 0 - TRAN-AMOUNT.
015170     ADD TRUC TO ACCT-BALANCE.
015310             THRU 2300-EXIT
015320     END-IF.
015330     MOVE "XFER-DR" TO WS-AUDIT-REASON.
015335     MOVE TRAN-BRANCH-ID TO WS-AUDIT-BRANCH.
015340     MOVE TRUC TO WS-AUDIT-AMOUNT.
015350     PERFORM 2600-WRITE-AUDIT-RECORD
015360         THRU 2600-EXIT.
           MOVE SPACES TO JRNL-RECORD.
           MOVE ACCT-ID TO JRNL-ACCT-ID.
           MOVE TRAN-ID TO JRNL-TRAN-ID.
           MOVE TRAN-TYPE TO JRNL-TRAN-TYPE.
           MOVE "D" TO JRNL-LEG.
           MOVE TRUC TO JRNL-AMOUNT.
           MOVE TRAN-CONTRA-ACCT TO JRNL-CONTRA-ACCT.
           MOVE 0 TO JRNL-LINK-DATE.
           MOVE 0 TO JRNL-LINK-SEQ-NO.
           PERFORM 2800-WRITE-JOURNAL
               THRU 2800-EXIT.
015370     PERFORM 2500-PRINT-DETAIL-LINE
015380         THRU 2500-EXIT.
015390     ADD 1 TO WS-TRAN-COUNT.
015393     PERFORM 2930-BOOK-TRANSFER-DEBIT
015396         THRU 2930-EXIT.
015400 2060-EXIT.
015410     EXIT.
015420*
015510* and before its checkpoint, each with the same audit and     *
015520* statement trace an ordinary credit leaves. Every leg was    *
015530* proven when it queued; a failure here is a fatal master     *
015540* problem, not a business rejection. The contra leg of a      *
015543* reversed transfer queues here too, carrying its own audit   *
015546* reason and the journal entry it undoes.                     *
015550*-----------------------------------------------------------*
015560 2070-APPLY-PENDING-CREDITS.
015570     MOVE 1 TO WS-XFP-IX.
015860             GO TO 2075-EXIT
015870     END-REWRITE.
015880     MOVE ACCT-BALANCE TO SOLDE.
015881*    The contra leg of a reversed transfer is a debit and can
015882*    overdraw the account: it is reported on OVERRPT against the
015883*    account's own and its customer's group limit, not refused.
015884     IF SOLDE <= 0 THEN
015885         PERFORM 2077-LOAD-CONTRA-POSITION
015886             THRU 2077-EXIT
015887         PERFORM 2300-WRITE-OVERDRAFT
015888             THRU 2300-EXIT
015889     END-IF.
015890     MOVE WS-XFP-AMOUNT(WS-XFP-IX) TO TRUC.
015900     MOVE ACCT-CURRENCY-CODE TO WS-CURR-WORK-CODE.
015910     PERFORM 1190-FIND-CURRENCY-SLOT
015930     ADD WS-XFP-AMOUNT(WS-XFP-IX) TO WS-CTL-MOVEMENT-TOTAL.
015940     ADD WS-XFP-AMOUNT(WS-XFP-IX)
015950         TO WS-CTL-CURR-MOVEMENT(WS-CURR-IX).
015960     MOVE WS-XFP-REASON(WS-XFP-IX) TO WS-AUDIT-REASON.
015965     MOVE WS-XFP-BRANCH-ID(WS-XFP-IX) TO WS-AUDIT-BRANCH.
015970     MOVE WS-XFP-AMOUNT(WS-XFP-IX) TO WS-AUDIT-AMOUNT.
015980     PERFORM 2600-WRITE-AUDIT-RECORD
015990         THRU 2600-EXIT.
           MOVE SPACES TO JRNL-RECORD.
           MOVE ACCT-ID TO JRNL-ACCT-ID.
           MOVE WS-XFP-TRAN-ID(WS-XFP-IX) TO JRNL-TRAN-ID.
           MOVE WS-XFP-TYPE(WS-XFP-IX) TO JRNL-TRAN-TYPE.
           IF WS-XFP-AMOUNT(WS-XFP-IX) < 0 THEN
               MOVE "D" TO JRNL-LEG
           ELSE
               MOVE "C" TO JRNL-LEG
           END-IF.
           MOVE WS-XFP-AMOUNT(WS-XFP-IX) TO JRNL-AMOUNT.
           MOVE WS-XFP-FROM-ACCT(WS-XFP-IX) TO JRNL-CONTRA-ACCT.
           MOVE WS-XFP-LINK-TRAN-ID(WS-XFP-IX) TO JRNL-LINK-TRAN-ID.
           MOVE WS-XFP-LINK-DATE(WS-XFP-IX) TO JRNL-LINK-DATE.
           MOVE WS-XFP-LINK-SEQ-NO(WS-XFP-IX) TO JRNL-LINK-SEQ-NO.
           PERFORM 2800-WRITE-JOURNAL
               THRU 2800-EXIT.
      *    The contra leg of a reversed transfer is flagged on the
      *    journal only once its own balance has moved.
           IF WS-XFP-LINK-TRAN-ID(WS-XFP-IX) NOT = SPACES THEN
               MOVE ACCT-ID TO JRNL-ACCT-ID
               MOVE WS-XFP-LINK-DATE(WS-XFP-IX) TO JRNL-POST-DATE
               MOVE WS-XFP-LINK-TRAN-ID(WS-XFP-IX) TO JRNL-TRAN-ID
               MOVE WS-XFP-LINK-SEQ-NO(WS-XFP-IX) TO JRNL-SEQ-NO
               MOVE WS-XFP-TRAN-ID(WS-XFP-IX) TO WS-JRNL-REVERSING-ID
               PERFORM 2810-FLAG-REVERSED
                   THRU 2810-EXIT
           END-IF.
016000     PERFORM 2500-PRINT-DETAIL-LINE
016010         THRU 2500-EXIT.
016013     PERFORM 2950-BOOK-QUEUED-CREDIT
016016         THRU 2950-EXIT.
016020     ADD 1 TO WS-XFP-IX.
016030 2075-EXIT.
016031     EXIT.
016032*
016033 2077-LOAD-CONTRA-POSITION.
016034     MOVE WS-CURRENT-ACCT TO WS-SAVE-CURRENT-ACCT.
016035     MOVE ACCT-ID TO WS-CURRENT-ACCT.
016036     PERFORM 2057-LOAD-GROUP-POSITION
016037         THRU 2057-EXIT.
016038     MOVE WS-SAVE-CURRENT-ACCT TO WS-CURRENT-ACCT.
016039 2077-EXIT.
016040     EXIT.
016050*
016060*-----------------------------------------------------------*
016360     EXIT.
016370*
016380*-----------------------------------------------------------*
      * 2080-APPLY-REVERSAL - undo an earlier posting exactly: the  *
      * original is found on the journal by account and the         *
      * transaction id the reversal names, and its signed movement  *
      * is posted back out of the group's account; for a transfer   *
      * the contra leg's own journaled movement is queued back out  *
      * of the contra account for the group boundary, the same way  *
      * a credit leg waits for 2070. The account edits are the      *
      * ordinary ones but the overdraft limit is not applied - a    *
      * reversal puts the ledger back where it would have been, it  *
      * is not new spending. A refused reversal never counted any   *
      * movement, so it goes out through 2750 and nets nothing.     *
      *-----------------------------------------------------------*
       2080-APPLY-REVERSAL.
           IF NOT WS-GROUP-FOUND THEN
               MOVE "X003" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           IF ACCT-CLOSED THEN
               MOVE "X001" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           IF ACCT-FROZEN THEN
               MOVE "X002" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           IF TRAN-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE THEN
               MOVE "X007" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           IF TRAN-DATE > WS-PROC-DATE THEN
               MOVE "X004" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           IF TRAN-DATE < WS-PROC-DATE THEN
               MOVE "X005" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           PERFORM 2085-FIND-ORIGINAL
               THRU 2085-EXIT.
           IF NOT WS-ORIG-FOUND THEN
               MOVE "X009" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2080-EXIT
           END-IF.
           IF WS-ORIG-IS-TRANSFER THEN
               PERFORM 2090-PROVE-CONTRA-LEG
                   THRU 2090-EXIT
               IF NOT WS-ORIG-FOUND THEN
                   GO TO 2080-EXIT
               END-IF
               ADD 1 TO WS-XFP-COUNT
               MOVE WS-ORIG-CONTRA-ACCT TO WS-XFP-ACCT-ID(WS-XFP-COUNT)
               COMPUTE WS-XFP-AMOUNT(WS-XFP-COUNT) =
                   0 - WS-ORIG-CONTRA-AMOUNT
               MOVE TRAN-ID TO WS-XFP-TRAN-ID(WS-XFP-COUNT)
               MOVE TRAN-TYPE TO WS-XFP-TYPE(WS-XFP-COUNT)
               MOVE WS-CURRENT-ACCT TO WS-XFP-FROM-ACCT(WS-XFP-COUNT)
               MOVE "REVERSAL" TO WS-XFP-REASON(WS-XFP-COUNT)
               MOVE WS-ORIG-TRAN-ID TO WS-XFP-LINK-TRAN-ID(WS-XFP-COUNT)
               MOVE WS-ORIG-POST-DATE TO WS-XFP-LINK-DATE(WS-XFP-COUNT)
               MOVE WS-ORIG-CONTRA-SEQ-NO
                   TO WS-XFP-LINK-SEQ-NO(WS-XFP-COUNT)
               MOVE TRAN-BRANCH-ID TO WS-XFP-BRANCH-ID(WS-XFP-COUNT)
               IF ACCT-HOME-BRANCH = SPACES THEN
                   MOVE TRAN-BRANCH-ID
                       TO WS-XFP-GRP-BRANCH(WS-XFP-COUNT)
               ELSE
                   MOVE ACCT-HOME-BRANCH
                       TO WS-XFP-GRP-BRANCH(WS-XFP-COUNT)
               END-IF
               COMPUTE WS-XFP-GRP-AMOUNT(WS-XFP-COUNT) =
                   0 - WS-ORIG-AMOUNT
               MOVE TRAN-CURRENCY-CODE TO WS-XFP-GRP-CURR(WS-XFP-COUNT)
           END-IF.
           MOVE ACCT-BALANCE TO WS-BEGIN-BAL.
           COMPUTE TRUC = 0 - WS-ORIG-AMOUNT.
           ADD TRUC TO ACCT-BALANCE.
           MOVE ACCT-BALANCE TO SOLDE.
           MOVE TRUC TO ACCT-LAST-MOVEMENT.
           MOVE WS-HDR-DATE TO ACCT-LAST-UPDATE-DATE.
           ADD 1 TO WS-GROUP-POSTED-COUNT.
           MOVE TRAN-ID TO WS-LAST-TRAN-ID.
           MOVE TRAN-CURRENCY-CODE TO WS-CURR-WORK-CODE.
           PERFORM 1190-FIND-CURRENCY-SLOT
               THRU 1190-EXIT.
           ADD TRUC TO WS-CTL-MOVEMENT-TOTAL.
           ADD TRUC TO WS-CTL-CURR-MOVEMENT(WS-CURR-IX).
           IF SOLDE <= 0 THEN
               PERFORM 2300-WRITE-OVERDRAFT
                   THRU 2300-EXIT
           END-IF.
           MOVE "REVERSAL" TO WS-AUDIT-REASON.
           MOVE TRAN-BRANCH-ID TO WS-AUDIT-BRANCH.
           MOVE TRUC TO WS-AUDIT-AMOUNT.
           PERFORM 2600-WRITE-AUDIT-RECORD
               THRU 2600-EXIT.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-CURRENT-ACCT TO JRNL-ACCT-ID.
           MOVE TRAN-ID TO JRNL-TRAN-ID.
           MOVE TRAN-TYPE TO JRNL-TRAN-TYPE.
           IF TRUC < 0 THEN
               MOVE "D" TO JRNL-LEG
           ELSE
               MOVE "C" TO JRNL-LEG
           END-IF.
           MOVE TRUC TO JRNL-AMOUNT.
           MOVE WS-ORIG-CONTRA-ACCT TO JRNL-CONTRA-ACCT.
           MOVE WS-ORIG-TRAN-ID TO JRNL-LINK-TRAN-ID.
           MOVE WS-ORIG-POST-DATE TO JRNL-LINK-DATE.
           MOVE WS-ORIG-SEQ-NO TO JRNL-LINK-SEQ-NO.
           PERFORM 2800-WRITE-JOURNAL
               THRU 2800-EXIT.
           MOVE WS-CURRENT-ACCT TO JRNL-ACCT-ID.
           MOVE WS-ORIG-POST-DATE TO JRNL-POST-DATE.
           MOVE WS-ORIG-TRAN-ID TO JRNL-TRAN-ID.
           MOVE WS-ORIG-SEQ-NO TO JRNL-SEQ-NO.
           MOVE TRAN-ID TO WS-JRNL-REVERSING-ID.
           PERFORM 2810-FLAG-REVERSED
               THRU 2810-EXIT.
           PERFORM 2500-PRINT-DETAIL-LINE
               THRU 2500-EXIT.
           ADD 1 TO WS-TRAN-COUNT.
           PERFORM 2940-BOOK-REVERSAL
               THRU 2940-EXIT.
       2080-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2085-FIND-ORIGINAL - walk the group account's journal       *
      * entries for the transaction id the reversal names. A        *
      * reversal entry is never itself reversible, and an entry     *
      * already reversed does not qualify - except, on a restart,   *
      * one flagged by this very reversal before the abend, whose    *
      * balance movement the restart is about to replay.            *
      *-----------------------------------------------------------*
       2085-FIND-ORIGINAL.
           MOVE "N" TO WS-ORIG-FOUND-SW.
           MOVE "N" TO WS-JRNL-SCAN-SW.
           MOVE SPACES TO WS-ORIG-CONTRA-ACCT.
           MOVE WS-CURRENT-ACCT TO JRNL-ACCT-ID.
           MOVE 0 TO JRNL-POST-DATE.
           MOVE LOW-VALUES TO JRNL-TRAN-ID.
           MOVE 0 TO JRNL-SEQ-NO.
           START JRNL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JRNL-SCAN-SW
           END-START.
           PERFORM 2086-CHECK-JOURNAL-ENTRY
               THRU 2086-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
       2085-EXIT.
           EXIT.
      *
       2086-CHECK-JOURNAL-ENTRY.
           READ JRNL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-JRNL-SCAN-SW
                   GO TO 2086-EXIT
           END-READ.
           IF JRNL-ACCT-ID NOT = WS-CURRENT-ACCT THEN
               MOVE "Y" TO WS-JRNL-SCAN-SW
               GO TO 2086-EXIT
           END-IF.
           IF JRNL-TRAN-ID NOT = TRAN-REVERSED-ID
                   OR JRNL-IS-REVERSAL THEN
               GO TO 2086-EXIT
           END-IF.
           IF JRNL-REVERSED THEN
               IF NOT WS-RESTARTING
                       OR JRNL-LINK-TRAN-ID NOT = TRAN-ID THEN
                   GO TO 2086-EXIT
               END-IF
           END-IF.
           MOVE JRNL-POST-DATE TO WS-ORIG-POST-DATE.
           MOVE JRNL-TRAN-ID TO WS-ORIG-TRAN-ID.
           MOVE JRNL-SEQ-NO TO WS-ORIG-SEQ-NO.
           MOVE JRNL-TRAN-TYPE TO WS-ORIG-TYPE.
           MOVE JRNL-AMOUNT TO WS-ORIG-AMOUNT.
           MOVE JRNL-CONTRA-ACCT TO WS-ORIG-CONTRA-ACCT.
           MOVE "Y" TO WS-ORIG-FOUND-SW.
           MOVE "Y" TO WS-JRNL-SCAN-SW.
       2086-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2090-PROVE-CONTRA-LEG - a transfer is reversed whole or not *
      * at all: the other leg must still stand on the journal, and  *
      * its account must be on the master and open, before the      *
      * group's leg moves. Any failure rejects the reversal here    *
      * and turns WS-ORIG-FOUND off for the caller.                 *
      *-----------------------------------------------------------*
       2090-PROVE-CONTRA-LEG.
           MOVE "N" TO WS-CONTRA-ENTRY-SW.
           MOVE "N" TO WS-JRNL-SCAN-SW.
           MOVE WS-ORIG-CONTRA-ACCT TO JRNL-ACCT-ID.
           MOVE WS-ORIG-POST-DATE TO JRNL-POST-DATE.
           MOVE WS-ORIG-TRAN-ID TO JRNL-TRAN-ID.
           MOVE 0 TO JRNL-SEQ-NO.
           START JRNL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JRNL-SCAN-SW
           END-START.
           PERFORM 2091-FIND-CONTRA-ENTRY
               THRU 2091-EXIT
               UNTIL WS-JRNL-SCAN-DONE.
           IF NOT WS-CONTRA-ENTRY-FOUND THEN
               MOVE "N" TO WS-ORIG-FOUND-SW
               MOVE "X009" TO WS-EXC-REASON
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2090-EXIT
           END-IF.
           IF JRNL-REVERSED THEN
               IF NOT WS-RESTARTING
                       OR JRNL-LINK-TRAN-ID NOT = TRAN-ID THEN
                   MOVE "N" TO WS-ORIG-FOUND-SW
                   MOVE "X009" TO WS-EXC-REASON
                   PERFORM 2750-WRITE-XFER-EXCEPTION
                       THRU 2750-EXIT
                   GO TO 2090-EXIT
               END-IF
           END-IF.
           MOVE JRNL-AMOUNT TO WS-ORIG-CONTRA-AMOUNT.
           MOVE JRNL-SEQ-NO TO WS-ORIG-CONTRA-SEQ-NO.
           MOVE "N" TO WS-ORIG-FOUND-SW.
           MOVE "X008" TO WS-EXC-REASON.
           MOVE ACCT-MASTER-RECORD TO WS-HOLD-ACCT-AREA.
           MOVE WS-ORIG-CONTRA-ACCT TO ACCT-ID.
           READ ACCTMAST-FILE
               INVALID KEY
                   PERFORM 2065-RESTORE-GROUP-RECORD
                       THRU 2065-EXIT
                   PERFORM 2750-WRITE-XFER-EXCEPTION
                       THRU 2750-EXIT
                   GO TO 2090-EXIT
           END-READ.
           IF NOT ACCT-IN-SERVICE OR WS-XFP-COUNT >= 100 THEN
               PERFORM 2065-RESTORE-GROUP-RECORD
                   THRU 2065-EXIT
               PERFORM 2750-WRITE-XFER-EXCEPTION
                   THRU 2750-EXIT
               GO TO 2090-EXIT
           END-IF.
           PERFORM 2065-RESTORE-GROUP-RECORD
               THRU 2065-EXIT.
           MOVE "Y" TO WS-ORIG-FOUND-SW.
       2090-EXIT.
           EXIT.
      *
       2091-FIND-CONTRA-ENTRY.
           READ JRNL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-JRNL-SCAN-SW
                   GO TO 2091-EXIT
           END-READ.
           IF JRNL-ACCT-ID NOT = WS-ORIG-CONTRA-ACCT
                   OR JRNL-POST-DATE NOT = WS-ORIG-POST-DATE
                   OR JRNL-TRAN-ID NOT = WS-ORIG-TRAN-ID THEN
               MOVE "Y" TO WS-JRNL-SCAN-SW
               GO TO 2091-EXIT
           END-IF.
           IF JRNL-CONTRA-ACCT NOT = WS-CURRENT-ACCT
                   OR JRNL-IS-REVERSAL THEN
               GO TO 2091-EXIT
           END-IF.
           MOVE "Y" TO WS-CONTRA-ENTRY-SW.
           MOVE "Y" TO WS-JRNL-SCAN-SW.
       2091-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
016390* 2750-WRITE-XFER-EXCEPTION - a refused transfer: the pair     *
016400* travels to the exception file as the one record it came in   *
016410* on, both account ids aboard. No movement was ever counted    *
016470     MOVE WS-EXC-REASON TO EXC-REASON-CODE.
016480     WRITE EXCEPTION-RECORD.
016490     ADD 1 TO WS-EXCP-COUNT.
016492     PERFORM 2760-AUDIT-EXCEPTION
016494         THRU 2760-EXIT.
016496     PERFORM 2920-BOOK-EXCEPTION
016498         THRU 2920-EXIT.
016500 2750-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2760-AUDIT-EXCEPTION - every item sent to the exception    *
      * file leaves an audit record of its own: no balance moved,  *
      * so before and after are zero and the amount is the item's; *
      * the reason is EXCP- and the code. A reversal carries no    *
      * amount of its own. The record is what lets the release of  *
      * the item be traced back to the run that held it.           *
      *-----------------------------------------------------------*
       2760-AUDIT-EXCEPTION.
           MOVE "Solde" TO AUDIT-PROGRAM-ID.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           STRING WS-TS-DATE DELIMITED BY SIZE
                   WS-TS-TIME(1:6) DELIMITED BY SIZE
               INTO AUDIT-TIMESTAMP
           END-STRING.
           MOVE TRAN-ACCT-ID TO AUDIT-ACCT-ID.
           MOVE 0 TO AUDIT-BALANCE-BEFORE.
           IF TRAN-IS-REVERSAL THEN
               MOVE 0 TO AUDIT-AMOUNT-APPLIED
           ELSE
               MOVE TRAN-AMOUNT TO AUDIT-AMOUNT-APPLIED
           END-IF.
           MOVE 0 TO AUDIT-BALANCE-AFTER.
           MOVE SPACES TO AUDIT-REASON.
           STRING "EXCP-" DELIMITED BY SIZE
                   WS-EXC-REASON DELIMITED BY SIZE
               INTO AUDIT-REASON
           END-STRING.
           MOVE TRAN-BRANCH-ID TO AUDIT-BRANCH-ID.
           WRITE AUDIT-RECORD.
       2760-EXIT.
016510     EXIT.
016520*
016530 2040-EXIT.
016740* 2300-WRITE-OVERDRAFT - the account went negative on this     *
016750* transaction; record it on the exception report instead of    *
016760* letting it pass for healthy balances.                         *
016762* When the customer carries a group limit, that limit and      *
016764* the headroom left under it across the customer's linked      *
016766* accounts, in base, go on the record as well.                 *
016770*-----------------------------------------------------------*
016780 2300-WRITE-OVERDRAFT.
016790     MOVE ACCT-ID TO OVD-ACCT-ID.
016810     COMPUTE OVD-OVER-AMOUNT = 0 - SOLDE.
016820     MOVE ACCT-OVERDRAFT-LIMIT TO OVD-LIMIT.
016830     COMPUTE OVD-HEADROOM = ACCT-OVERDRAFT-LIMIT + SOLDE.
           MOVE "N" TO OVD-GROUP-LIMIT-SW.
           MOVE 0 TO OVD-GROUP-LIMIT.
           MOVE 0 TO OVD-GROUP-HEADROOM.
           IF WS-GRP-LIMIT-ON THEN
               MOVE "Y" TO OVD-GROUP-LIMIT-SW
               MOVE WS-GRP-LIMIT TO OVD-GROUP-LIMIT
               COMPUTE WS-GRP-BASE-EQUIV ROUNDED =
                   SOLDE * WS-GRP-ACCT-RATE
               COMPUTE OVD-GROUP-HEADROOM = WS-GRP-LIMIT
                   + WS-GRP-BASE-EQUIV + WS-GRP-OTHER-BASE
           END-IF.
016840     WRITE OVERDRAFT-RECORD.
016850     ADD 1 TO WS-OVD-COUNT.
016860 2300-EXIT.
017250     MOVE SOLDE TO WS-DTL-ENDING.
017260     PERFORM 2520-LOOKUP-CUST-NAME
017270         THRU 2520-EXIT.
017273     PERFORM 2530-LOOKUP-PRODUCT-NAME
017276         THRU 2530-EXIT.
017280     WRITE STMT-LINE FROM WS-STMT-DETAIL-LINE.
017290     ADD 1 TO WS-STMT-LINE-COUNT.
017300 2500-EXIT.
017660     EXIT.
017670*
017680*-----------------------------------------------------------*
      * 2530-LOOKUP-PRODUCT-NAME - the account's product by name;   *
      * an account on no product prints blank, and a code missing   *
      * from the catalogue prints the bare code.                    *
      *-----------------------------------------------------------*
       2530-LOOKUP-PRODUCT-NAME.
           MOVE ACCT-PRODUCT-CODE TO WS-DTL-PRODUCT-NAME.
           IF ACCT-PRODUCT-CODE = SPACES THEN
               GO TO 2530-EXIT
           END-IF.
           MOVE "N" TO WS-PROD-HIT-SW.
           MOVE 1 TO WS-PRODUCT-IX.
           PERFORM 2535-CHECK-PRODUCT-SLOT
               THRU 2535-EXIT
               UNTIL WS-PROD-HIT
                   OR WS-PRODUCT-IX > WS-PRODUCT-COUNT.
           IF WS-PROD-HIT THEN
               MOVE WS-PRODUCT-NAME(WS-PRODUCT-IX)
                   TO WS-DTL-PRODUCT-NAME
           END-IF.
       2530-EXIT.
           EXIT.
      *
       2535-CHECK-PRODUCT-SLOT.
           IF WS-PRODUCT-CODE(WS-PRODUCT-IX) = ACCT-PRODUCT-CODE THEN
               MOVE "Y" TO WS-PROD-HIT-SW
           ELSE
               ADD 1 TO WS-PRODUCT-IX
           END-IF.
       2535-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
017690* 2600-WRITE-AUDIT-RECORD - log who (this program), when, and   *
017700* what changed for every balance mutation: account, balance     *
017710* before and after, and the amount applied.                     *
017830     MOVE WS-AUDIT-AMOUNT TO AUDIT-AMOUNT-APPLIED.
017840     MOVE SOLDE TO AUDIT-BALANCE-AFTER.
017850     MOVE WS-AUDIT-REASON TO AUDIT-REASON.
017855     MOVE WS-AUDIT-BRANCH TO AUDIT-BRANCH-ID.
017860     WRITE AUDIT-RECORD.
017870 2600-EXIT.
017880     EXIT.
017980     MOVE WS-EXC-REASON TO EXC-REASON-CODE.
017990     WRITE EXCEPTION-RECORD.
018000     ADD 1 TO WS-EXCP-COUNT.
018002     PERFORM 2760-AUDIT-EXCEPTION
018004         THRU 2760-EXIT.
018006     PERFORM 2920-BOOK-EXCEPTION
018008         THRU 2920-EXIT.
018010     MOVE TRAN-CURRENCY-CODE TO WS-CURR-WORK-CODE.
018020     PERFORM 1190-FIND-CURRENCY-SLOT
018030         THRU 1190-EXIT.
018110            TO WS-CTL-CURR-REJECT(WS-CURR-IX)
018120     END-IF.
018130 2700-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2800-WRITE-JOURNAL - file one posted movement on the        *
      * journal. The caller fills the key, type, leg, amount,       *
      * contra and link; the posting date, currency, resulting      *
      * balance and timestamp are the same for every entry. A key   *
      * already on file is what a restart replaying its last group  *
      * expects to find; otherwise it is reported, and the balance  *
      * run still completes - the master is the book of record.     *
      *-----------------------------------------------------------*
       2800-WRITE-JOURNAL.
           MOVE WS-PROC-DATE TO JRNL-POST-DATE.
           MOVE ACCT-CURRENCY-CODE TO JRNL-CURRENCY-CODE.
           MOVE SOLDE TO JRNL-BALANCE-AFTER.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           STRING WS-TS-DATE DELIMITED BY SIZE
                   WS-TS-TIME(1:6) DELIMITED BY SIZE
               INTO JRNL-POST-TS
           END-STRING.
           MOVE "P" TO JRNL-STATUS.
           MOVE 0 TO JRNL-SEQ-NO.
           MOVE "N" TO WS-JRNL-WRITE-SW.
           PERFORM 2805-TRY-JOURNAL-KEY
               THRU 2805-EXIT
               UNTIL WS-JRNL-WRITE-DONE.
       2800-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2805-TRY-JOURNAL-KEY - one id can post to one account more  *
      * than once a night (a standing order catching up missed      *
      * periods), so a key this run has already written moves the  *
      * entry on to the next sequence number. On a restart, a key   *
      * the abended run left is tonight's replay of that entry and  *
      * is written over. Any other failure is reported and stops    *
      * the run like a master write failure.                        *
      *-----------------------------------------------------------*
       2805-TRY-JOURNAL-KEY.
           WRITE JRNL-RECORD
               INVALID KEY
                   MOVE JRNL-RECORD TO WS-JRNL-HOLD-AREA
               NOT INVALID KEY
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE JRNL-SEQ-NO TO WS-JRNL-LAST-SEQ-NO
                   MOVE "Y" TO WS-JRNL-WRITE-SW
                   GO TO 2805-EXIT
           END-WRITE.
           IF WS-JRNL-STATUS NOT = "22" THEN
               PERFORM 2807-JOURNAL-FAILED
                   THRU 2807-EXIT
               GO TO 2805-EXIT
           END-IF.
           READ JRNL-FILE
               INVALID KEY
                   PERFORM 2807-JOURNAL-FAILED
                       THRU 2807-EXIT
                   GO TO 2805-EXIT
           END-READ.
           IF JRNL-POST-TS NOT < WS-RUN-START-TS THEN
               MOVE WS-JRNL-HOLD-AREA TO JRNL-RECORD
               MOVE "22" TO WS-JRNL-STATUS
               IF JRNL-SEQ-NO = 99 THEN
                   PERFORM 2807-JOURNAL-FAILED
                       THRU 2807-EXIT
                   GO TO 2805-EXIT
               END-IF
               ADD 1 TO JRNL-SEQ-NO
               GO TO 2805-EXIT
           END-IF.
           MOVE WS-JRNL-HOLD-AREA TO JRNL-RECORD.
           IF NOT WS-RESTARTING THEN
               MOVE "22" TO WS-JRNL-STATUS
               PERFORM 2807-JOURNAL-FAILED
                   THRU 2807-EXIT
               GO TO 2805-EXIT
           END-IF.
           REWRITE JRNL-RECORD
               INVALID KEY
                   PERFORM 2807-JOURNAL-FAILED
                       THRU 2807-EXIT
                   GO TO 2805-EXIT
           END-REWRITE.
           MOVE JRNL-SEQ-NO TO WS-JRNL-LAST-SEQ-NO.
           MOVE "Y" TO WS-JRNL-WRITE-SW.
       2805-EXIT.
           EXIT.
      *
       2807-JOURNAL-FAILED.
           DISPLAY "JOURNAL WRITE FAILED FOR " JRNL-ACCT-ID " "
               JRNL-TRAN-ID " " JRNL-SEQ-NO " STATUS " WS-JRNL-STATUS.
           MOVE 16 TO RETURN-CODE.
           MOVE "Y" TO WS-POST-FATAL-SW.
           MOVE "Y" TO WS-JRNL-WRITE-SW.
       2807-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2810-FLAG-REVERSED - mark the journal entry whose key the *
      * caller has set as reversed, pointing it at the reversal   *
      * (WS-JRNL-REVERSING-ID) posted today. An entry left        *
      * unflagged could be reversed a second time, so a failure   *
      * stops the run like a journal write failure.               *
      *-----------------------------------------------------------*
       2810-FLAG-REVERSED.
           READ JRNL-FILE
               INVALID KEY
                   DISPLAY "JOURNAL ENTRY " JRNL-ACCT-ID " "
                       JRNL-TRAN-ID " NOT FOUND TO FLAG REVERSED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-POST-FATAL-SW
                   GO TO 2810-EXIT
           END-READ.
           MOVE "R" TO JRNL-STATUS.
           MOVE WS-JRNL-REVERSING-ID TO JRNL-LINK-TRAN-ID.
           MOVE WS-PROC-DATE TO JRNL-LINK-DATE.
           MOVE WS-JRNL-LAST-SEQ-NO TO JRNL-LINK-SEQ-NO.
           REWRITE JRNL-RECORD
               INVALID KEY
                   DISPLAY "JOURNAL REWRITE FAILED FOR " JRNL-ACCT-ID
                       " " JRNL-TRAN-ID " STATUS " WS-JRNL-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-POST-FATAL-SW
           END-REWRITE.
       2810-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2900-FIND-BRANCH-SLOT - the settlement row for             *
      * WS-BRS-WORK-KEY, inserted in key order the first time the  *
      * branch and currency are seen. A full table leaves          *
      * WS-BRS-IX at zero and the item unbooked; the report then   *
      * cannot prove and says so.                                  *
      *-----------------------------------------------------------*
       2900-FIND-BRANCH-SLOT.
           MOVE "N" TO WS-BRS-STOP-SW.
           MOVE 1 TO WS-BRS-IX.
           PERFORM 2905-CHECK-BRANCH-SLOT
               THRU 2905-EXIT
               UNTIL WS-BRS-STOP
                   OR WS-BRS-IX > WS-BRS-COUNT.
           IF WS-BRS-IX <= WS-BRS-COUNT THEN
               IF WS-BRS-KEY(WS-BRS-IX) = WS-BRS-WORK-KEY THEN
                   GO TO 2900-EXIT
               END-IF
           END-IF.
           IF WS-BRS-COUNT >= 200 THEN
               IF NOT WS-BRS-FULL THEN
                   DISPLAY "BRANCH SETTLEMENT TABLE FULL AT "
                       WS-BRS-WORK-BRANCH " " WS-BRS-WORK-CURR
               END-IF
               MOVE "Y" TO WS-BRS-FULL-SW
               MOVE 0 TO WS-BRS-IX
               GO TO 2900-EXIT
           END-IF.
           MOVE WS-BRS-COUNT TO WS-BRS-SHIFT-IX.
           PERFORM 2908-SHIFT-BRANCH-SLOT
               THRU 2908-EXIT
               UNTIL WS-BRS-SHIFT-IX < WS-BRS-IX.
           ADD 1 TO WS-BRS-COUNT.
           INITIALIZE WS-BRS-ENTRY(WS-BRS-IX).
           MOVE WS-BRS-WORK-KEY TO WS-BRS-KEY(WS-BRS-IX).
       2900-EXIT.
           EXIT.
      *
       2905-CHECK-BRANCH-SLOT.
           IF WS-BRS-KEY(WS-BRS-IX) >= WS-BRS-WORK-KEY THEN
               MOVE "Y" TO WS-BRS-STOP-SW
           ELSE
               ADD 1 TO WS-BRS-IX
           END-IF.
       2905-EXIT.
           EXIT.
      *
       2908-SHIFT-BRANCH-SLOT.
           MOVE WS-BRS-ENTRY(WS-BRS-SHIFT-IX)
               TO WS-BRS-ENTRY(WS-BRS-SHIFT-IX + 1).
           SUBTRACT 1 FROM WS-BRS-SHIFT-IX.
       2908-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2910-BOOK-POSTING - an ordinary debit or credit posted, to  *
      * the branch it arrived under, in its own currency.          *
      *-----------------------------------------------------------*
       2910-BOOK-POSTING.
           MOVE TRAN-BRANCH-ID TO WS-BRS-WORK-BRANCH.
           MOVE TRAN-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX = 0 THEN
               GO TO 2910-EXIT
           END-IF.
           IF TRAN-IS-DEBIT THEN
               ADD 1 TO WS-BRS-DEBIT-COUNT(WS-BRS-IX)
               ADD TRAN-AMOUNT TO WS-BRS-DEBIT-AMT(WS-BRS-IX)
           ELSE
               ADD 1 TO WS-BRS-CREDIT-COUNT(WS-BRS-IX)
               ADD TRAN-AMOUNT TO WS-BRS-CREDIT-AMT(WS-BRS-IX)
           END-IF.
       2910-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2920-BOOK-EXCEPTION - an item sent to the exception file,   *
      * at its face value; a reversal has no amount of its own.     *
      *-----------------------------------------------------------*
       2920-BOOK-EXCEPTION.
           MOVE TRAN-BRANCH-ID TO WS-BRS-WORK-BRANCH.
           MOVE TRAN-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX = 0 THEN
               GO TO 2920-EXIT
           END-IF.
           ADD 1 TO WS-BRS-EXCP-COUNT(WS-BRS-IX).
           IF NOT TRAN-IS-REVERSAL THEN
               ADD TRAN-AMOUNT TO WS-BRS-EXCP-AMT(WS-BRS-IX)
           END-IF.
       2920-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2930-BOOK-TRANSFER-DEBIT - the debit leg of a transfer just *
      * posted. Its credit leg books in 2950 when it is applied.    *
      *-----------------------------------------------------------*
       2930-BOOK-TRANSFER-DEBIT.
           MOVE TRAN-BRANCH-ID TO WS-BRS-WORK-BRANCH.
           MOVE TRAN-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX = 0 THEN
               GO TO 2930-EXIT
           END-IF.
           ADD 1 TO WS-BRS-XFER-COUNT(WS-BRS-IX).
           ADD TRAN-AMOUNT TO WS-BRS-XFER-OUT-AMT(WS-BRS-IX).
       2930-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2940-BOOK-REVERSAL - the group account's side of a reversal *
      * just posted, signed as it moved the balance.                *
      *-----------------------------------------------------------*
       2940-BOOK-REVERSAL.
           MOVE TRAN-BRANCH-ID TO WS-BRS-WORK-BRANCH.
           MOVE TRAN-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX = 0 THEN
               GO TO 2940-EXIT
           END-IF.
           ADD 1 TO WS-BRS-REVERSAL-COUNT(WS-BRS-IX).
           ADD TRUC TO WS-BRS-REVERSAL-NET(WS-BRS-IX).
       2940-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2950-BOOK-QUEUED-CREDIT - a queued contra leg just applied  *
      * (the contra account's record is in hand): its movement      *
      * books to the originating branch in the contra's currency.   *
      * When the contra settles at a different branch from the      *
      * group account, both legs also book to the inter-branch      *
      * position - a leg that took money from its branch's          *
      * customer is owed onward (DUE-TO), a leg that paid one is    *
      * owed back (DUE-FROM).                                       *
      *-----------------------------------------------------------*
       2950-BOOK-QUEUED-CREDIT.
           MOVE WS-XFP-BRANCH-ID(WS-XFP-IX) TO WS-BRS-WORK-BRANCH.
           MOVE ACCT-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX NOT = 0 THEN
               IF WS-XFP-REASON(WS-XFP-IX) = "XFER-CR" THEN
                   ADD WS-XFP-AMOUNT(WS-XFP-IX)
                       TO WS-BRS-XFER-IN-AMT(WS-BRS-IX)
               ELSE
                   ADD WS-XFP-AMOUNT(WS-XFP-IX)
                       TO WS-BRS-REVERSAL-NET(WS-BRS-IX)
               END-IF
           END-IF.
           IF ACCT-HOME-BRANCH = SPACES THEN
               MOVE WS-XFP-BRANCH-ID(WS-XFP-IX) TO WS-BRS-SETTLE-BRANCH
           ELSE
               MOVE ACCT-HOME-BRANCH TO WS-BRS-SETTLE-BRANCH
           END-IF.
           IF WS-BRS-SETTLE-BRANCH = WS-XFP-GRP-BRANCH(WS-XFP-IX) THEN
               GO TO 2950-EXIT
           END-IF.
           MOVE WS-BRS-SETTLE-BRANCH TO WS-BRS-WORK-BRANCH.
           MOVE ACCT-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX NOT = 0 THEN
               IF WS-XFP-AMOUNT(WS-XFP-IX) < 0 THEN
                   SUBTRACT WS-XFP-AMOUNT(WS-XFP-IX)
                       FROM WS-BRS-DUE-TO(WS-BRS-IX)
               ELSE
                   ADD WS-XFP-AMOUNT(WS-XFP-IX)
                       TO WS-BRS-DUE-FROM(WS-BRS-IX)
               END-IF
           END-IF.
           MOVE WS-XFP-GRP-BRANCH(WS-XFP-IX) TO WS-BRS-WORK-BRANCH.
           MOVE WS-XFP-GRP-CURR(WS-XFP-IX) TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX = 0 THEN
               GO TO 2950-EXIT
           END-IF.
           IF WS-XFP-GRP-AMOUNT(WS-XFP-IX) < 0 THEN
               SUBTRACT WS-XFP-GRP-AMOUNT(WS-XFP-IX)
                   FROM WS-BRS-DUE-TO(WS-BRS-IX)
           ELSE
               ADD WS-XFP-GRP-AMOUNT(WS-XFP-IX)
                   TO WS-BRS-DUE-FROM(WS-BRS-IX)
           END-IF.
       2950-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2960-BOOK-ADJUSTMENT - the supervisor's manual adjustment   *
      * arrives in no batch; it books to the account's home branch. *
      *-----------------------------------------------------------*
       2960-BOOK-ADJUSTMENT.
           MOVE ACCT-HOME-BRANCH TO WS-BRS-WORK-BRANCH.
           MOVE ACCT-CURRENCY-CODE TO WS-BRS-WORK-CURR.
           PERFORM 2900-FIND-BRANCH-SLOT
               THRU 2900-EXIT.
           IF WS-BRS-IX = 0 THEN
               GO TO 2960-EXIT
           END-IF.
           ADD WS-AUDIT-AMOUNT TO WS-BRS-ADJ-NET(WS-BRS-IX).
       2960-EXIT.
018140     EXIT.
018150*
018160*-----------------------------------------------------------*
018350             DISPLAY "Compte inconnu - ajustement ignore"
018360             GO TO 3000-EXIT
018370     END-READ.
018380     IF NOT ACCT-IN-SERVICE THEN
018390         DISPLAY "Compte ferme ou gele - ajustement refuse"
018400         GO TO 3000-EXIT
018410     END-IF.
018580             GO TO 3000-EXIT
018590     END-REWRITE.
018600     MOVE "MANUAL-ADJ" TO WS-AUDIT-REASON.
018605     MOVE ACCT-HOME-BRANCH TO WS-AUDIT-BRANCH.
018610     COMPUTE WS-AUDIT-AMOUNT = SOLDE - WS-BEGIN-BAL.
018620     PERFORM 2600-WRITE-AUDIT-RECORD
018630         THRU 2600-EXIT.
018670         THRU 1190-EXIT.
018680     ADD WS-AUDIT-AMOUNT
018690         TO WS-CTL-CURR-MOVEMENT(WS-CURR-IX).
018693     PERFORM 2960-BOOK-ADJUSTMENT
018696         THRU 2960-EXIT.
018700 3000-EXIT.
018710     EXIT.
018720*
019870             THRU 8050-EXIT
019880         MOVE WS-TRAN-COUNT TO WS-TRL-TRAN-COUNT
019890         WRITE STMT-LINE FROM WS-STMT-TRAILER-LINE
019893         PERFORM 8300-WRITE-SETTLEMENT
019896             THRU 8300-EXIT
019900     END-IF.
019910     IF WS-EXCP-COUNT > 0 THEN
019920         DISPLAY "TRANSACTIONS ROUTED TO EXCEPTION FILE: "
019930             WS-EXCP-COUNT
019940     END-IF.
019943     DISPLAY "JOURNAL ENTRIES WRITTEN: " WS-JRNL-COUNT.
019946     DISPLAY "HOLDS EXPIRED          : " WS-HOLD-EXPIRED-COUNT.
019950     PERFORM 8200-WRITE-RUN-SUMMARY
019960         THRU 8200-EXIT.
019970     CLOSE TRAN-FILE.
020050     END-IF.
020060     CLOSE STMT-FILE.
020070     CLOSE AUDIT-FILE.
020072     CLOSE JRNL-FILE.
020074     CLOSE HOLD-FILE.
020076     CLOSE XREF-FILE.
020080     CLOSE EXTRACT-FILE.
020090     IF RETURN-CODE = 0 THEN
020100         PERFORM 8100-CLEAR-CHECKPOINT
021480             MOVE "CONTINUITY FAILED" TO RUN-NOTE
021490         WHEN NOT WS-RECON-OK
021500             MOVE "RECON FAILED" TO RUN-NOTE
021503         WHEN NOT WS-BRS-OK
021506             MOVE "SETTLEMENT DIFF" TO RUN-NOTE
021510         WHEN OTHER
021520             MOVE "RECON OK" TO RUN-NOTE
021530     END-EVALUATE.
021540     WRITE RUNLOG-RECORD.
021550 8200-EXIT.
021560     EXIT.
021570*
021580*-----------------------------------------------------------*
021590* 8300-WRITE-SETTLEMENT - one settlement record and report    *
021600* line per branch and currency, then the proof: per currency, *
021610* the net the branches posted must equal the control          *
021620* movement less the rejected total, and the exception items   *
021630* must add up to the run's exception count. A difference, or  *
021640* a full table, is RC=8. Last, the inter-branch positions the *
021650* GL entries are keyed from.                                  *
021660*-----------------------------------------------------------*
021670 8300-WRITE-SETTLEMENT.
021680     OPEN OUTPUT BSET-FILE.
021690     OPEN OUTPUT BSET-REPORT.
021700     MOVE WS-PROC-DATE TO WS-BRS-HDR-DATE.
021710     WRITE BSET-LINE FROM WS-BRS-HEADER-LINE.
021720     IF WS-RESTARTING THEN
021730         WRITE BSET-LINE FROM WS-BRS-RESTART-LINE
021740     END-IF.
021750     MOVE SPACES TO BSET-LINE.
021760     WRITE BSET-LINE.
021770     WRITE BSET-LINE FROM WS-BRS-COLUMN-HEADINGS.
021780     MOVE 0 TO WS-BRS-EXCP-TOTAL.
021790     MOVE 0 TO WS-BRS-INTER-COUNT.
021800     MOVE 1 TO WS-BRS-IX.
021810     PERFORM 8310-WRITE-ONE-BRANCH
021820         THRU 8310-EXIT
021830         UNTIL WS-BRS-IX > WS-BRS-COUNT.
021840     MOVE SPACES TO BSET-LINE.
021850     WRITE BSET-LINE.
021860     MOVE 1 TO WS-CURR-IX.
021870     PERFORM 8320-PROVE-ONE-CURRENCY
021880         THRU 8320-EXIT
021890         UNTIL WS-CURR-IX > WS-CTL-CURR-COUNT.
021900     MOVE SPACES TO WS-BRS-TEXT-LINE.
021910     STRING "EXCEPTION ITEMS BY BRANCH : " WS-BRS-EXCP-TOTAL
021920             "   RUN EXCEPTION COUNT : " WS-EXCP-COUNT
021930             DELIMITED BY SIZE
021940         INTO WS-BRS-TEXT-LINE
021950     END-STRING.
021960     IF WS-BRS-EXCP-TOTAL NOT = WS-EXCP-COUNT THEN
021970         MOVE "N" TO WS-BRS-OK-SW
021980         MOVE "DIFFERENCE" TO WS-BRS-TEXT-LINE(84:10)
021990     ELSE
022000         MOVE "AGREES" TO WS-BRS-TEXT-LINE(84:10)
022010     END-IF.
022020     WRITE BSET-LINE FROM WS-BRS-TEXT-LINE.
022030     IF WS-BRS-FULL THEN
022040         MOVE "N" TO WS-BRS-OK-SW
022050         MOVE SPACES TO BSET-LINE
022060         MOVE "SETTLEMENT TABLE FULL - ITEMS MISSING, NOT PROVED"
022070             TO BSET-LINE
022080         WRITE BSET-LINE
022090     END-IF.
022100     MOVE SPACES TO BSET-LINE.
022110     WRITE BSET-LINE.
022120     MOVE "INTER-BRANCH POSITION" TO BSET-LINE.
022130     WRITE BSET-LINE.
022140     WRITE BSET-LINE FROM WS-BRS-INTER-HEADINGS.
022150     MOVE 1 TO WS-BRS-IX.
022160     PERFORM 8330-PRINT-ONE-POSITION
022170         THRU 8330-EXIT
022180         UNTIL WS-BRS-IX > WS-BRS-COUNT.
022190     IF WS-BRS-INTER-COUNT = 0 THEN
022200         MOVE "NO TRANSFERS BETWEEN BRANCHES" TO BSET-LINE
022210         WRITE BSET-LINE
022220     END-IF.
022230     CLOSE BSET-FILE.
022240     CLOSE BSET-REPORT.
022250     IF NOT WS-BRS-OK THEN
022260         DISPLAY "*** BRANCH SETTLEMENT DOES NOT PROVE ***"
022270         IF RETURN-CODE < 8 THEN
022280             MOVE 8 TO RETURN-CODE
022290         END-IF
022300     END-IF.
022310     DISPLAY "BRANCH SETTLEMENT ROWS : " WS-BRS-COUNT.
022320 8300-EXIT.
022330     EXIT.
022340*
022350 8310-WRITE-ONE-BRANCH.
022360     MOVE WS-PROC-DATE TO BSET-RUN-DATE.
022370     MOVE WS-BRS-BRANCH-ID(WS-BRS-IX) TO BSET-BRANCH-ID.
022380     MOVE WS-BRS-CURRENCY(WS-BRS-IX) TO BSET-CURRENCY-CODE.
022390     MOVE WS-BRS-DEBIT-COUNT(WS-BRS-IX) TO BSET-DEBIT-COUNT.
022400     MOVE WS-BRS-DEBIT-AMT(WS-BRS-IX) TO BSET-DEBIT-AMOUNT.
022410     MOVE WS-BRS-CREDIT-COUNT(WS-BRS-IX) TO BSET-CREDIT-COUNT.
022420     MOVE WS-BRS-CREDIT-AMT(WS-BRS-IX) TO BSET-CREDIT-AMOUNT.
022430     MOVE WS-BRS-XFER-COUNT(WS-BRS-IX) TO BSET-XFER-COUNT.
022440     MOVE WS-BRS-XFER-OUT-AMT(WS-BRS-IX) TO BSET-XFER-OUT-AMOUNT.
022450     MOVE WS-BRS-XFER-IN-AMT(WS-BRS-IX) TO BSET-XFER-IN-AMOUNT.
022460     MOVE WS-BRS-REVERSAL-COUNT(WS-BRS-IX)
022470         TO BSET-REVERSAL-COUNT.
022480     MOVE WS-BRS-REVERSAL-NET(WS-BRS-IX) TO BSET-REVERSAL-NET.
022490     MOVE WS-BRS-ADJ-NET(WS-BRS-IX) TO BSET-ADJ-NET.
022500     MOVE WS-BRS-EXCP-COUNT(WS-BRS-IX) TO BSET-EXCP-COUNT.
022510     MOVE WS-BRS-EXCP-AMT(WS-BRS-IX) TO BSET-EXCP-AMOUNT.
022520     MOVE WS-BRS-DUE-TO(WS-BRS-IX) TO BSET-DUE-TO.
022530     MOVE WS-BRS-DUE-FROM(WS-BRS-IX) TO BSET-DUE-FROM.
022540     COMPUTE BSET-INTER-NET =
022550         WS-BRS-DUE-FROM(WS-BRS-IX) - WS-BRS-DUE-TO(WS-BRS-IX).
022560     WRITE BSET-RECORD.
022570     COMPUTE WS-BRS-POSTED-NET =
022580         WS-BRS-CREDIT-AMT(WS-BRS-IX)
022590             - WS-BRS-DEBIT-AMT(WS-BRS-IX)
022600             + WS-BRS-XFER-IN-AMT(WS-BRS-IX)
022610             - WS-BRS-XFER-OUT-AMT(WS-BRS-IX)
022620             + WS-BRS-REVERSAL-NET(WS-BRS-IX)
022630             + WS-BRS-ADJ-NET(WS-BRS-IX).
022640     IF WS-BRS-BRANCH-ID(WS-BRS-IX) = SPACES THEN
022650         MOVE "NONE" TO WS-BRL-BRANCH
022660     ELSE
022670         MOVE WS-BRS-BRANCH-ID(WS-BRS-IX) TO WS-BRL-BRANCH
022680     END-IF.
022690     MOVE WS-BRS-CURRENCY(WS-BRS-IX) TO WS-BRL-CURR.
022700     MOVE WS-BRS-DEBIT-AMT(WS-BRS-IX) TO WS-BRL-DEBITS.
022710     MOVE WS-BRS-CREDIT-AMT(WS-BRS-IX) TO WS-BRL-CREDITS.
022720     MOVE WS-BRS-XFER-OUT-AMT(WS-BRS-IX) TO WS-BRL-XFER-OUT.
022730     MOVE WS-BRS-XFER-IN-AMT(WS-BRS-IX) TO WS-BRL-XFER-IN.
022740     MOVE WS-BRS-REVERSAL-NET(WS-BRS-IX) TO WS-BRL-REVERSALS.
022750     MOVE WS-BRS-ADJ-NET(WS-BRS-IX) TO WS-BRL-ADJ.
022760     MOVE WS-BRS-POSTED-NET TO WS-BRL-POSTED.
022770     MOVE WS-BRS-EXCP-COUNT(WS-BRS-IX) TO WS-BRL-EXCP-COUNT.
022780     MOVE WS-BRS-EXCP-AMT(WS-BRS-IX) TO WS-BRL-EXCP-AMT.
022790     MOVE BSET-INTER-NET TO WS-BRL-INTER-NET.
022800     WRITE BSET-LINE FROM WS-BRS-DETAIL-LINE.
022810     ADD WS-BRS-EXCP-COUNT(WS-BRS-IX) TO WS-BRS-EXCP-TOTAL.
022820     ADD 1 TO WS-BRS-IX.
022830 8310-EXIT.
022840     EXIT.
022850*
022860 8320-PROVE-ONE-CURRENCY.
022870     MOVE 0 TO WS-BRS-CURR-POSTED.
022880     MOVE 1 TO WS-BRS-IX.
022890     PERFORM 8325-ADD-ONE-CURRENCY-ROW
022900         THRU 8325-EXIT
022910         UNTIL WS-BRS-IX > WS-BRS-COUNT.
022920     COMPUTE WS-BRS-CURR-CONTROL =
022930         WS-CTL-CURR-MOVEMENT(WS-CURR-IX)
022940             - WS-CTL-CURR-REJECT(WS-CURR-IX).
022950     MOVE WS-CTL-CURR-CODE(WS-CURR-IX) TO WS-BRR-CURR.
022960     MOVE WS-BRS-CURR-POSTED TO WS-BRR-POSTED.
022970     MOVE WS-BRS-CURR-CONTROL TO WS-BRR-CONTROL.
022980     IF WS-BRS-CURR-POSTED = WS-BRS-CURR-CONTROL THEN
022990         MOVE "AGREES" TO WS-BRR-RESULT
023000     ELSE
023010         MOVE "DIFFERENCE" TO WS-BRR-RESULT
023020         MOVE "N" TO WS-BRS-OK-SW
023030     END-IF.
023040     WRITE BSET-LINE FROM WS-BRS-RECON-LINE.
023050     ADD 1 TO WS-CURR-IX.
023060 8320-EXIT.
023070     EXIT.
023080*
023090 8325-ADD-ONE-CURRENCY-ROW.
023100     IF WS-BRS-CURRENCY(WS-BRS-IX) = WS-CTL-CURR-CODE(WS-CURR-IX)
023110             THEN
023120         COMPUTE WS-BRS-CURR-POSTED = WS-BRS-CURR-POSTED
023130             + WS-BRS-CREDIT-AMT(WS-BRS-IX)
023140             - WS-BRS-DEBIT-AMT(WS-BRS-IX)
023150             + WS-BRS-XFER-IN-AMT(WS-BRS-IX)
023160             - WS-BRS-XFER-OUT-AMT(WS-BRS-IX)
023170             + WS-BRS-REVERSAL-NET(WS-BRS-IX)
023180             + WS-BRS-ADJ-NET(WS-BRS-IX)
023190     END-IF.
023200     ADD 1 TO WS-BRS-IX.
023210 8325-EXIT.
023220     EXIT.
023230*
023240 8330-PRINT-ONE-POSITION.
023250     IF WS-BRS-DUE-TO(WS-BRS-IX) = 0
023260             AND WS-BRS-DUE-FROM(WS-BRS-IX) = 0 THEN
023270         GO TO 8339-NEXT-POSITION
023280     END-IF.
023290     IF WS-BRS-BRANCH-ID(WS-BRS-IX) = SPACES THEN
023300         MOVE "NONE" TO WS-BRI-BRANCH
023310     ELSE
023320         MOVE WS-BRS-BRANCH-ID(WS-BRS-IX) TO WS-BRI-BRANCH
023330     END-IF.
023340     MOVE WS-BRS-CURRENCY(WS-BRS-IX) TO WS-BRI-CURR.
023350     MOVE WS-BRS-DUE-TO(WS-BRS-IX) TO WS-BRI-DUE-TO.
023360     MOVE WS-BRS-DUE-FROM(WS-BRS-IX) TO WS-BRI-DUE-FROM.
023370     COMPUTE WS-BRI-NET =
023380         WS-BRS-DUE-FROM(WS-BRS-IX) - WS-BRS-DUE-TO(WS-BRS-IX).
023390     WRITE BSET-LINE FROM WS-BRS-INTER-LINE.
023400     ADD 1 TO WS-BRS-INTER-COUNT.
023410 8339-NEXT-POSITION.
023420     ADD 1 TO WS-BRS-IX.
023430 8330-EXIT.
023440     EXIT.
