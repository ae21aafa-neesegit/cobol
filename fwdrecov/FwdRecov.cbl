000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FwdRecov.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New forward-recovery utility for the     *
000080*                  account master. Starts from the last     *
000090*                  good balance snapshot, takes everything  *
000100*                  but the balance from the restored        *
000110*                  master, and re-applies in timestamp      *
000120*                  order every account mutation the audit   *
000130*                  log holds since the snapshot was cut,    *
000140*                  proving each record's balance-before     *
000150*                  against the running balance and stopping *
000160*                  at the first break. Writes a rebuilt     *
000170*                  master and a recovery report whose final *
000180*                  balances are proved against the current  *
000190*                  snapshot before the master goes back     *
000200*                  into production.                         *
000210*  2026-10-15  MM  The balance run's exception records      *
000220*                  (reason EXCP-) are listed with the       *
000230*                  dispositions: an item held moved no      *
000240*                  balance.                                 *
000250*  2026-10-15  MM  Audit and master records are four bytes  *
000260*                  longer for the branch. An account opened *
000270*                  after the cut takes its home branch from *
000280*                  the ACCT-OPEN audit record.              *
000290*  2026-10-15  MM  Master records are four bytes longer for *
000300*                  the product code. An approved product    *
000310*                  change (ACCT-PROD) is listed for a check *
000320*                  like a limit or link change.             *
000330*  2026-10-15  MM  A replayed record moves the last-update  *
000340*                  date as the program that wrote it did     *
000350*                  (Solde, AcctMnt, ApprMnt - not MonthEnd   *
000360*                  or DormScan); month-end interest and      *
000370*                  charges are carried into the tax-year     *
000380*                  accumulators and the last-accrual date.   *
000390*-----------------------------------------------------------*
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CARD-FILE ASSIGN TO SYSIN
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470     SELECT SNAP-BASE-FILE ASSIGN TO SNAPBASE
000480         ORGANIZATION IS SEQUENTIAL.
000490*
000500     SELECT SNAP-CUR-FILE ASSIGN TO SNAPCUR
000510         ORGANIZATION IS SEQUENTIAL.
000520*
000530     SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000560     SELECT SORT-FILE ASSIGN TO SORTWK.
000570*
000580     SELECT OLD-MAST-FILE ASSIGN TO ACCTOLD
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS OLD-ACCT-ID
000620         FILE STATUS IS WS-OLDMAST-STATUS.
000630*
000640     SELECT NEW-MAST-FILE ASSIGN TO ACCTNEW
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ACCT-ID
000680         FILE STATUS IS WS-NEWMAST-STATUS.
000690*
000700     SELECT RECOVERY-REPORT ASSIGN TO RECRPT
000710         ORGANIZATION IS SEQUENTIAL.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CARD-FILE.
000760 01  PARM-CARD.
000770     05  CARD-FROM-TS                PIC 9(14).
000780     05  FILLER                      PIC X(66).
000790*
000800 FD  SNAP-BASE-FILE.
000810     COPY SNAPREC.
000820*
000830 FD  SNAP-CUR-FILE.
000840 01  CUR-SNAP-RECORD.
000850     05  CUR-SNAP-ACCT-ID            PIC X(06).
000860     05  CUR-SNAP-BALANCE            PIC S9(8).
000870     05  FILLER                      PIC X(16).
000880*
000890 FD  AUDIT-IN-FILE.
000900 01  AUDIT-IN-RECORD                 PIC X(66).
000910*
000920 SD  SORT-FILE.
000930 01  SORT-RECORD.
000940     05  FILLER                      PIC X(08).
000950     05  SORT-TIMESTAMP              PIC 9(14).
000960     05  FILLER                      PIC X(44).
000970*
000980 FD  OLD-MAST-FILE.
000990 01  OLD-ACCT-RECORD.
001000     05  OLD-ACCT-ID                 PIC X(06).
001010     05  OLD-ACCT-BALANCE            PIC S9(8).
001020     05  FILLER                      PIC X(74).
001030*
001040 FD  NEW-MAST-FILE.
001050     COPY ACCTREC.
001060*
001070 FD  RECOVERY-REPORT.
001080 01  RECOVERY-LINE                   PIC X(132).
001090*
001100 WORKING-STORAGE SECTION.
001110 01  WS-SWITCHES.
001120     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
001130         88  WS-CARD-EOF                 VALUE "Y".
001140     05  WS-BASE-EOF-SW              PIC X(01) VALUE "N".
001150         88  WS-BASE-EOF                 VALUE "Y".
001160     05  WS-CUR-EOF-SW               PIC X(01) VALUE "N".
001170         88  WS-CUR-EOF                  VALUE "Y".
001180     05  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
001190         88  WS-OLD-EOF                  VALUE "Y".
001200     05  WS-NEW-EOF-SW               PIC X(01) VALUE "N".
001210         88  WS-NEW-EOF                  VALUE "Y".
001220     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001230         88  WS-AUDIT-EOF                VALUE "Y".
001240     05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001250         88  WS-SORT-EOF                 VALUE "Y".
001260     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
001270         88  WS-PARMS-OK                 VALUE "Y".
001280     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001290         88  WS-FILES-OPEN               VALUE "Y".
001300     05  WS-CHAIN-SW                 PIC X(01) VALUE "Y".
001310         88  WS-CHAIN-INTACT             VALUE "Y".
001320         88  WS-CHAIN-BROKEN             VALUE "N".
001330     05  WS-SECTION-SW               PIC X(01) VALUE "S".
001340         88  WS-START-SECTION            VALUE "S".
001350         88  WS-REPLAY-SECTION           VALUE "M".
001360         88  WS-PROOF-SECTION            VALUE "P".
001370         88  WS-TOTALS-SECTION           VALUE "T".
001380*
001390 01  WS-OLDMAST-STATUS               PIC X(02).
001400 01  WS-NEWMAST-STATUS               PIC X(02).
001410*
001420*----------------------------------------------------------------*
001430* The cut: the audit log is replayed from the first record after *
001440* this timestamp - the end of the run that wrote the starting    *
001450* snapshot, off the run summary. It cannot fall before the       *
001460* snapshot's own processing date.                                *
001470*----------------------------------------------------------------*
001480 01  WS-FROM-TS                      PIC 9(14) VALUE 0.
001490 01  WS-SNAP-RUN-DATE                PIC 9(08) VALUE 0.
001500 01  WS-RUN-DATE                     PIC 9(08).
001510*
001520*----------------------------------------------------------------*
001530* The audit record being replayed, and where the chain stands.   *
001540*----------------------------------------------------------------*
001550     COPY AUDITREC.
001560*
001570 77  WS-REPLAY-SEQ                   PIC 9(07) VALUE 0.
001580 77  WS-CHECK-AMOUNT                 PIC S9(9).
001590 77  WS-REMARK                       PIC X(30).
001600 77  WS-BREAK-REASON                 PIC X(40).
001610*
001620 01  WS-RUN-TOTALS.
001630     05  WS-BASE-COUNT               PIC 9(07) VALUE 0.
001640     05  WS-OLD-COUNT                PIC 9(07) VALUE 0.
001650     05  WS-MATCHED-COUNT            PIC 9(07) VALUE 0.
001660     05  WS-DEFAULTED-COUNT          PIC 9(07) VALUE 0.
001670     05  WS-ZERO-START-COUNT         PIC 9(07) VALUE 0.
001680     05  WS-AUDIT-READ-COUNT         PIC 9(07) VALUE 0.
001690     05  WS-BEFORE-CUT-COUNT         PIC 9(07) VALUE 0.
001700     05  WS-NOT-ACCOUNT-COUNT        PIC 9(07) VALUE 0.
001710     05  WS-SELECTED-COUNT           PIC 9(07) VALUE 0.
001720     05  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
001730     05  WS-NO-EFFECT-COUNT          PIC 9(07) VALUE 0.
001740     05  WS-CHECK-COUNT              PIC 9(07) VALUE 0.
001750     05  WS-OPENED-COUNT             PIC 9(07) VALUE 0.
001760     05  WS-REBUILT-COUNT            PIC 9(07) VALUE 0.
001770     05  WS-AGREE-COUNT              PIC 9(07) VALUE 0.
001780     05  WS-DIFFER-COUNT             PIC 9(07) VALUE 0.
001790     05  WS-REBUILT-TOTAL            PIC S9(13) VALUE 0.
001800     05  WS-CUR-SNAP-TOTAL           PIC S9(13) VALUE 0.
001810*
001820 01  WS-RPT-COUNTERS.
001830     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
001840     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
001850     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001860*
001870 01  WS-RPT-HEADER-1.
001880     05  FILLER                      PIC X(36) VALUE
001890         "ACCOUNT MASTER FORWARD RECOVERY".
001900     05  FILLER                      PIC X(15) VALUE
001910         "SNAPSHOT DATE: ".
001920     05  WS-HDR-SNAP-DATE            PIC 9(08).
001930     05  FILLER                      PIC X(13) VALUE
001940         "  FROM CUT : ".
001950     05  WS-HDR-FROM-TS              PIC 9(14).
001960     05  FILLER                      PIC X(12) VALUE
001970         "  RUN DATE: ".
001980     05  WS-HDR-RUN-DATE             PIC 9(08).
001990     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
002000     05  WS-HDR-PAGE                 PIC ZZ9.
002010*
002020 01  WS-RPT-SECTION-LINE.
002030     05  WS-SEC-TITLE                PIC X(60).
002040*
002050 01  WS-RPT-START-HEADINGS.
002060     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
002070     05  FILLER                      PIC X(11) VALUE
002080         "   RESTORED".
002090     05  FILLER                      PIC X(11) VALUE
002100         "   SNAPSHOT".
002110     05  FILLER                      PIC X(08) VALUE "  REMARK".
002120*
002130 01  WS-RPT-START-LINE.
002140     05  WS-STL-ACCT-ID              PIC X(06).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  WS-STL-OLD-BAL              PIC -(9)9.
002170     05  FILLER                      PIC X(01) VALUE SPACES.
002180     05  WS-STL-SNAP-BAL             PIC -(9)9.
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  WS-STL-REMARK               PIC X(40).
002210*
002220 01  WS-RPT-REPLAY-HEADINGS.
002230     05  FILLER                      PIC X(09) VALUE "     SEQ".
002240     05  FILLER                      PIC X(16) VALUE "TIMESTAMP".
002250     05  FILLER                      PIC X(10) VALUE "PROGRAM".
002260     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
002270     05  FILLER                      PIC X(12) VALUE "REASON".
002280     05  FILLER                      PIC X(11) VALUE
002290         "     BEFORE".
002300     05  FILLER                      PIC X(11) VALUE
002310         "     AMOUNT".
002320     05  FILLER                      PIC X(11) VALUE
002330         "      AFTER".
002340     05  FILLER                      PIC X(08) VALUE "  REMARK".
002350*
002360 01  WS-RPT-REPLAY-LINE.
002370     05  WS-RPL-SEQ                  PIC Z(6)9.
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  WS-RPL-TIMESTAMP            PIC 9(14).
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  WS-RPL-PROGRAM              PIC X(08).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  WS-RPL-ACCT-ID              PIC X(06).
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  WS-RPL-REASON               PIC X(10).
002460     05  FILLER                      PIC X(01) VALUE SPACES.
002470     05  WS-RPL-BEFORE               PIC -(9)9.
002480     05  FILLER                      PIC X(01) VALUE SPACES.
002490     05  WS-RPL-AMOUNT               PIC -(9)9.
002500     05  FILLER                      PIC X(01) VALUE SPACES.
002510     05  WS-RPL-AFTER                PIC -(9)9.
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  WS-RPL-REMARK               PIC X(30).
002540*
002550 01  WS-RPT-BREAK-LINE.
002560     05  FILLER                      PIC X(30) VALUE
002570         "*** CHAIN BROKEN AT RECORD ".
002580     05  WS-BRK-SEQ                  PIC Z(6)9.
002590     05  FILLER                      PIC X(12) VALUE
002600         "  ACCOUNT : ".
002610     05  WS-BRK-ACCT-ID              PIC X(06).
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630     05  WS-BRK-REASON               PIC X(40).
002640*
002650 01  WS-RPT-BREAK-BALANCE-LINE.
002660     05  FILLER                      PIC X(30) VALUE
002670         "    RUNNING BALANCE ".
002680     05  WS-BRK-RUNNING              PIC -(9)9.
002690     05  FILLER                      PIC X(21) VALUE
002700         "  RECORD SAYS BEFORE ".
002710     05  WS-BRK-BEFORE               PIC -(9)9.
002720*
002730 01  WS-RPT-PROOF-HEADINGS.
002740     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
002750     05  FILLER                      PIC X(08) VALUE "STATUS".
002760     05  FILLER                      PIC X(11) VALUE
002770         "    REBUILT".
002780     05  FILLER                      PIC X(11) VALUE
002790         "   SNAPSHOT".
002800     05  FILLER                      PIC X(08) VALUE "  REMARK".
002810*
002820 01  WS-RPT-PROOF-LINE.
002830     05  WS-PRL-ACCT-ID              PIC X(06).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  WS-PRL-STATUS               PIC X(01).
002860     05  FILLER                      PIC X(05) VALUE SPACES.
002870     05  WS-PRL-REBUILT              PIC -(9)9.
002880     05  FILLER                      PIC X(01) VALUE SPACES.
002890     05  WS-PRL-SNAPSHOT             PIC -(9)9.
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  WS-PRL-REMARK               PIC X(30).
002920*
002930 01  WS-RPT-TOTAL-LINE.
002940     05  WS-TOT-LABEL                PIC X(36).
002950     05  WS-TOT-VALUE                PIC -,---,---,---,--9.
002960*
002970 PROCEDURE DIVISION.
002980*
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE
003010         THRU 1000-EXIT.
003020     IF WS-PARMS-OK THEN
003030         PERFORM 2000-BUILD-START-MASTER
003040             THRU 2000-EXIT
003050     END-IF.
003060     IF WS-PARMS-OK THEN
003070         PERFORM 3000-REPLAY-AUDIT-LOG
003080             THRU 3000-EXIT
003090     END-IF.
003100     IF WS-PARMS-OK AND WS-CHAIN-INTACT THEN
003110         PERFORM 5000-PROVE-FINAL-BALANCES
003120             THRU 5000-EXIT
003130     END-IF.
003140     IF WS-FILES-OPEN THEN
003150         PERFORM 7000-PRINT-TOTALS
003160             THRU 7000-EXIT
003170     END-IF.
003180     PERFORM 8000-FINALIZE
003190         THRU 8000-EXIT.
003200     STOP RUN.
003210*
003220*-----------------------------------------------------------*
003230* 1000-INITIALIZE - the cut off the parameter card, the     *
003240* starting snapshot's processing date off its first row,    *
003250* then the masters and the report. No usable cut or no      *
003260* snapshot, no run.                                         *
003270*-----------------------------------------------------------*
003280 1000-INITIALIZE.
003290     PERFORM 1050-READ-PARM-CARD
003300         THRU 1050-EXIT.
003310     IF NOT WS-PARMS-OK THEN
003320         MOVE 16 TO RETURN-CODE
003330         GO TO 1000-EXIT
003340     END-IF.
003350     OPEN INPUT SNAP-BASE-FILE.
003360     PERFORM 1150-READ-BASE-SNAPSHOT
003370         THRU 1150-EXIT.
003380     IF WS-BASE-EOF THEN
003390         DISPLAY "*** STARTING SNAPSHOT IS EMPTY - "
003400             "RUN REJECTED ***"
003410         CLOSE SNAP-BASE-FILE
003420         MOVE "N" TO WS-PARMS-OK-SW
003430         MOVE 16 TO RETURN-CODE
003440         GO TO 1000-EXIT
003450     END-IF.
003460     MOVE SNAP-RUN-DATE TO WS-SNAP-RUN-DATE.
003470     IF WS-FROM-TS(1:8) < WS-SNAP-RUN-DATE THEN
003480         DISPLAY "*** CUT " WS-FROM-TS " IS BEFORE SNAPSHOT DATE "
003490             WS-SNAP-RUN-DATE " - RUN REJECTED ***"
003500         CLOSE SNAP-BASE-FILE
003510         MOVE "N" TO WS-PARMS-OK-SW
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 1000-EXIT
003540     END-IF.
003550     DISPLAY "SNAPSHOT DATE : " WS-SNAP-RUN-DATE
003560         "  REPLAY FROM AFTER : " WS-FROM-TS.
003570     OPEN INPUT OLD-MAST-FILE.
003580     OPEN OUTPUT NEW-MAST-FILE.
003590     OPEN OUTPUT RECOVERY-REPORT.
003600     MOVE "Y" TO WS-FILES-OPEN-SW.
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003620     MOVE WS-SNAP-RUN-DATE TO WS-HDR-SNAP-DATE.
003630     MOVE WS-FROM-TS TO WS-HDR-FROM-TS.
003640     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
003650 1000-EXIT.
003660     EXIT.
003670*
003680*-----------------------------------------------------------*
003690* 1050-READ-PARM-CARD - columns 1-14 are the cut,           *
003700* CCYYMMDDHHMMSS; numeric and non-zero.                     *
003710*-----------------------------------------------------------*
003720 1050-READ-PARM-CARD.
003730     OPEN INPUT CARD-FILE.
003740     READ CARD-FILE
003750         AT END
003760             MOVE "Y" TO WS-CARD-EOF-SW
003770     END-READ.
003780     IF WS-CARD-EOF
003790             OR CARD-FROM-TS IS NOT NUMERIC THEN
003800         DISPLAY "*** NO USABLE PARAMETER CARD - RUN REJECTED ***"
003810         MOVE "N" TO WS-PARMS-OK-SW
003820         CLOSE CARD-FILE
003830         GO TO 1050-EXIT
003840     END-IF.
003850     IF CARD-FROM-TS = 0 THEN
003860         DISPLAY "*** CUT TIMESTAMP OF ZERO - RUN REJECTED ***"
003870         MOVE "N" TO WS-PARMS-OK-SW
003880         CLOSE CARD-FILE
003890         GO TO 1050-EXIT
003900     END-IF.
003910     MOVE CARD-FROM-TS TO WS-FROM-TS.
003920     CLOSE CARD-FILE.
003930 1050-EXIT.
003940     EXIT.
003950*
003960 1150-READ-BASE-SNAPSHOT.
003970     READ SNAP-BASE-FILE
003980         AT END
003990             MOVE "Y" TO WS-BASE-EOF-SW
004000             GO TO 1150-EXIT
004010     END-READ.
004020     ADD 1 TO WS-BASE-COUNT.
004030 1150-EXIT.
004040     EXIT.
004050*
004060*-----------------------------------------------------------*
004070* 2000-BUILD-START-MASTER - the rebuilt master as it stood  *
004080* when the snapshot was cut: the snapshot and the restored  *
004090* master side by side in account order, balance from the    *
004100* snapshot and everything else from the restored master.    *
004110* The rebuilt master is then reopened for the replay.       *
004120*-----------------------------------------------------------*
004130 2000-BUILD-START-MASTER.
004140     MOVE "S" TO WS-SECTION-SW.
004150     MOVE "STARTING POSITION - ACCOUNTS NOT ON BOTH FILES"
004160         TO WS-SEC-TITLE.
004170     PERFORM 6000-PRINT-HEADER
004180         THRU 6000-EXIT.
004190     MOVE LOW-VALUES TO OLD-ACCT-ID.
004200     START OLD-MAST-FILE KEY IS NOT LESS THAN OLD-ACCT-ID
004210         INVALID KEY
004220             MOVE "Y" TO WS-OLD-EOF-SW
004230     END-START.
004240     IF NOT WS-OLD-EOF THEN
004250         PERFORM 2050-READ-OLD-MASTER
004260             THRU 2050-EXIT
004270     END-IF.
004280     PERFORM 2100-MATCH-ONE-STEP
004290         THRU 2100-EXIT
004300         UNTIL (WS-BASE-EOF AND WS-OLD-EOF)
004310             OR NOT WS-PARMS-OK.
004320     CLOSE SNAP-BASE-FILE.
004330     CLOSE NEW-MAST-FILE.
004340     OPEN I-O NEW-MAST-FILE.
004350     IF WS-DEFAULTED-COUNT = 0 AND WS-ZERO-START-COUNT = 0 THEN
004360         MOVE "NONE" TO RECOVERY-LINE
004370         WRITE RECOVERY-LINE
004380     END-IF.
004390 2000-EXIT.
004400     EXIT.
004410*
004420 2050-READ-OLD-MASTER.
004430     READ OLD-MAST-FILE NEXT RECORD
004440         AT END
004450             MOVE "Y" TO WS-OLD-EOF-SW
004460             GO TO 2050-EXIT
004470     END-READ.
004480     ADD 1 TO WS-OLD-COUNT.
004490 2050-EXIT.
004500     EXIT.
004510*
004520*-----------------------------------------------------------*
004530* 2100-MATCH-ONE-STEP - two-file match on account id. An    *
004540* account on the snapshot but not the restored master gets  *
004550* default attributes to be checked by hand; one on the      *
004560* restored master but not the snapshot was opened after the *
004570* cut and starts at zero, as the balance run would allow.   *
004580*-----------------------------------------------------------*
004590 2100-MATCH-ONE-STEP.
004600     IF WS-OLD-EOF
004610             OR (NOT WS-BASE-EOF
004620                 AND SNAP-ACCT-ID < OLD-ACCT-ID) THEN
004630         PERFORM 2300-DEFAULT-ACCOUNT
004640             THRU 2300-EXIT
004650         MOVE SNAP-BALANCE TO ACCT-BALANCE
004660         MOVE SNAP-CURRENCY-CODE TO ACCT-CURRENCY-CODE
004670         MOVE 0 TO WS-STL-OLD-BAL
004680         MOVE SNAP-BALANCE TO WS-STL-SNAP-BAL
004690         MOVE "NOT ON RESTORED MASTER - DEFAULTED"
004700             TO WS-STL-REMARK
004710         PERFORM 2400-WRITE-START-ACCOUNT
004720             THRU 2400-EXIT
004730         PERFORM 2500-LIST-START-ACCOUNT
004740             THRU 2500-EXIT
004750         ADD 1 TO WS-DEFAULTED-COUNT
004760         IF RETURN-CODE = 0 THEN
004770             MOVE 4 TO RETURN-CODE
004780         END-IF
004790         PERFORM 1150-READ-BASE-SNAPSHOT
004800             THRU 1150-EXIT
004810         GO TO 2100-EXIT
004820     END-IF.
004830     IF WS-BASE-EOF
004840             OR OLD-ACCT-ID < SNAP-ACCT-ID THEN
004850         MOVE OLD-ACCT-RECORD TO ACCT-RECORD
004860         MOVE 0 TO ACCT-BALANCE
004870         MOVE OLD-ACCT-BALANCE TO WS-STL-OLD-BAL
004880         MOVE 0 TO WS-STL-SNAP-BAL
004890         MOVE "NOT ON SNAPSHOT - STARTED AT ZERO"
004900             TO WS-STL-REMARK
004910         PERFORM 2400-WRITE-START-ACCOUNT
004920             THRU 2400-EXIT
004930         PERFORM 2500-LIST-START-ACCOUNT
004940             THRU 2500-EXIT
004950         ADD 1 TO WS-ZERO-START-COUNT
004960         PERFORM 2050-READ-OLD-MASTER
004970             THRU 2050-EXIT
004980         GO TO 2100-EXIT
004990     END-IF.
005000     MOVE OLD-ACCT-RECORD TO ACCT-RECORD.
005010     MOVE SNAP-BALANCE TO ACCT-BALANCE.
005020     PERFORM 2400-WRITE-START-ACCOUNT
005030         THRU 2400-EXIT.
005040     ADD 1 TO WS-MATCHED-COUNT.
005050     PERFORM 1150-READ-BASE-SNAPSHOT
005060         THRU 1150-EXIT.
005070     PERFORM 2050-READ-OLD-MASTER
005080         THRU 2050-EXIT.
005090 2100-EXIT.
005100     EXIT.
005110*
005120*-----------------------------------------------------------*
005130* 2300-DEFAULT-ACCOUNT - an account record with nothing     *
005140* known but its id: open, no limit, no customer link, no    *
005150* accrual or tax-year history. The balance and currency are *
005160* filled in by the caller.                                  *
005170*-----------------------------------------------------------*
005180 2300-DEFAULT-ACCOUNT.
005190     MOVE SPACES TO ACCT-RECORD.
005200     MOVE SNAP-ACCT-ID TO ACCT-ID.
005210     MOVE 0 TO ACCT-BALANCE.
005220     MOVE 0 TO ACCT-LAST-MOVEMENT.
005230     MOVE 0 TO ACCT-PENDING-ADJ.
005240     MOVE 0 TO ACCT-LAST-UPDATE-DATE.
005250     MOVE "O" TO ACCT-STATUS.
005260     MOVE 0 TO ACCT-OVERDRAFT-LIMIT.
005270     MOVE 0 TO ACCT-LAST-ACCRUAL-DATE.
005280     MOVE 0 TO ACCT-YTD-YEAR.
005290     MOVE 0 TO ACCT-YTD-INTEREST.
005300     MOVE 0 TO ACCT-YTD-CHARGES.
005310 2300-EXIT.
005320     EXIT.
005330*
005340 2400-WRITE-START-ACCOUNT.
005350     WRITE ACCT-RECORD
005360         INVALID KEY
005370             DISPLAY "*** REBUILT MASTER WRITE FAILED FOR "
005380                 ACCT-ID " STATUS " WS-NEWMAST-STATUS " ***"
005390             MOVE "N" TO WS-PARMS-OK-SW
005400             MOVE 16 TO RETURN-CODE
005410     END-WRITE.
005420 2400-EXIT.
005430     EXIT.
005440*
005450 2500-LIST-START-ACCOUNT.
005460     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
005470         PERFORM 6000-PRINT-HEADER
005480             THRU 6000-EXIT
005490     END-IF.
005500     MOVE ACCT-ID TO WS-STL-ACCT-ID.
005510     WRITE RECOVERY-LINE FROM WS-RPT-START-LINE.
005520     ADD 1 TO WS-RPT-LINE-COUNT.
005530 2500-EXIT.
005540     EXIT.
005550*
005560*-----------------------------------------------------------*
005570* 3000-REPLAY-AUDIT-LOG - the audit log after the cut,      *
005580* sorted into timestamp order (records written in the same  *
005590* second keep the order they were logged in) and re-applied *
005600* one by one to the rebuilt master.                         *
005610*-----------------------------------------------------------*
005620 3000-REPLAY-AUDIT-LOG.
005630     MOVE "M" TO WS-SECTION-SW.
005640     MOVE "MUTATIONS APPLIED" TO WS-SEC-TITLE.
005650     PERFORM 6000-PRINT-HEADER
005660         THRU 6000-EXIT.
005670     OPEN INPUT AUDIT-IN-FILE.
005680     PERFORM 3050-READ-AUDIT
005690         THRU 3050-EXIT.
005700     SORT SORT-FILE
005710         ON ASCENDING KEY SORT-TIMESTAMP
005720         WITH DUPLICATES IN ORDER
005730         INPUT PROCEDURE IS 3020-RELEASE-INPUT
005740             THRU 3020-EXIT
005750         OUTPUT PROCEDURE IS 3040-APPLY-SORTED
005760             THRU 3040-EXIT.
005770     CLOSE AUDIT-IN-FILE.
005780     IF WS-SELECTED-COUNT = 0 THEN
005790         MOVE "NONE" TO RECOVERY-LINE
005800         WRITE RECOVERY-LINE
005810     END-IF.
005820     IF WS-CHAIN-BROKEN THEN
005830         MOVE 16 TO RETURN-CODE
005840     END-IF.
005850 3000-EXIT.
005860     EXIT.
005870*
005880*-----------------------------------------------------------*
005890* 3020-RELEASE-INPUT - only records after the cut, and only *
005900* from the programs that change the account master, enter   *
005910* the sort; the sign-on lock records and anything logged    *
005920* before the snapshot are counted and left out.             *
005930*-----------------------------------------------------------*
005940 3020-RELEASE-INPUT.
005950     PERFORM 3025-RELEASE-ONE-RECORD
005960         THRU 3025-EXIT
005970         UNTIL WS-AUDIT-EOF.
005980     GO TO 3020-EXIT.
005990*
006000 3025-RELEASE-ONE-RECORD.
006010     IF AUDIT-TIMESTAMP NOT > WS-FROM-TS THEN
006020         ADD 1 TO WS-BEFORE-CUT-COUNT
006030         GO TO 3028-NEXT-RECORD
006040     END-IF.
006050     IF AUDIT-PROGRAM-ID = "Solde" OR "MonthEnd" OR "AcctMnt"
006060             OR "ApprMnt" OR "ExcpRel" OR "DormScan" THEN
006070         RELEASE SORT-RECORD FROM AUDIT-RECORD
006080         ADD 1 TO WS-SELECTED-COUNT
006090     ELSE
006100         ADD 1 TO WS-NOT-ACCOUNT-COUNT
006110     END-IF.
006120 3028-NEXT-RECORD.
006130     PERFORM 3050-READ-AUDIT
006140         THRU 3050-EXIT.
006150 3025-EXIT.
006160     EXIT.
006170*
006180 3020-EXIT.
006190     EXIT.
006200*
006210 3050-READ-AUDIT.
006220     READ AUDIT-IN-FILE INTO AUDIT-RECORD
006230         AT END
006240             MOVE "Y" TO WS-AUDIT-EOF-SW
006250             GO TO 3050-EXIT
006260     END-READ.
006270     ADD 1 TO WS-AUDIT-READ-COUNT.
006280 3050-EXIT.
006290     EXIT.
006300*
006310*-----------------------------------------------------------*
006320* 3040-APPLY-SORTED - drive the replay off the sorted       *
006330* stream until it runs out or the chain breaks; after a     *
006340* break the rest of the stream is drained unapplied so the  *
006350* sort finishes cleanly.                                    *
006360*-----------------------------------------------------------*
006370 3040-APPLY-SORTED.
006380     PERFORM 3045-RETURN-SORTED
006390         THRU 3045-EXIT.
006400     PERFORM 3100-APPLY-ONE-MUTATION
006410         THRU 3100-EXIT
006420         UNTIL WS-SORT-EOF OR WS-CHAIN-BROKEN.
006430     IF WS-CHAIN-BROKEN THEN
006440         PERFORM 3045-RETURN-SORTED
006450             THRU 3045-EXIT
006460             UNTIL WS-SORT-EOF
006470     END-IF.
006480     GO TO 3040-EXIT.
006490*
006500 3045-RETURN-SORTED.
006510     RETURN SORT-FILE RECORD
006520         AT END
006530             MOVE "Y" TO WS-SORT-EOF-SW
006540             GO TO 3045-EXIT
006550     END-RETURN.
006560     MOVE SORT-RECORD TO AUDIT-RECORD.
006570 3045-EXIT.
006580     EXIT.
006590*
006600 3040-EXIT.
006610     EXIT.
006620*
006630*-----------------------------------------------------------*
006640* 3100-APPLY-ONE-MUTATION - prove the record against the    *
006650* running balance, then apply it: the balance after, and    *
006660* the status a lifecycle action set. ExcpRel's records are  *
006670* dispositions of held exceptions - a released item posts   *
006680* through the balance run under its own record - so they    *
006690* are listed and move nothing; so are the balance run's     *
006700* records of the items it held (reason EXCP-). Limit and    *
006710* link changes are not carried in the log; the restored     *
006720* master's value stands and the account is flagged to be    *
006730* checked.                                                  *
006740* The last-update date moves as the writing program moved   *
006750* it; month-end interest and charges also go into the        *
006760* tax-year accumulators (3150).                              *
006770*-----------------------------------------------------------*
006780 3100-APPLY-ONE-MUTATION.
006790     ADD 1 TO WS-REPLAY-SEQ.
006800     MOVE SPACES TO WS-REMARK.
006810     IF AUDIT-PROGRAM-ID = "ExcpRel" THEN
006820         MOVE "DISPOSITION - NO BALANCE EFFECT" TO WS-REMARK
006830         ADD 1 TO WS-NO-EFFECT-COUNT
006840         PERFORM 3500-LIST-MUTATION
006850             THRU 3500-EXIT
006860         GO TO 3190-NEXT-MUTATION
006870     END-IF.
006880     IF AUDIT-REASON(1:5) = "EXCP-" THEN
006890         MOVE "ITEM HELD - NO BALANCE EFFECT" TO WS-REMARK
006900         ADD 1 TO WS-NO-EFFECT-COUNT
006910         PERFORM 3500-LIST-MUTATION
006920             THRU 3500-EXIT
006930         GO TO 3190-NEXT-MUTATION
006940     END-IF.
006950     MOVE AUDIT-ACCT-ID TO ACCT-ID.
006960     READ NEW-MAST-FILE
006970         INVALID KEY
006980             IF AUDIT-REASON = "ACCT-OPEN" THEN
006990                 PERFORM 3300-CREATE-OPENED-ACCOUNT
007000                     THRU 3300-EXIT
007010             ELSE
007020                 MOVE 0 TO ACCT-BALANCE
007030                 MOVE "ACCOUNT NOT ON REBUILT MASTER"
007040                     TO WS-BREAK-REASON
007050                 PERFORM 3400-REPORT-BREAK
007060                     THRU 3400-EXIT
007070                 GO TO 3100-EXIT
007080             END-IF
007090     END-READ.
007100     IF AUDIT-BALANCE-BEFORE NOT = ACCT-BALANCE THEN
007110         MOVE "BALANCE BEFORE IS NOT THE RUNNING BALANCE"
007120             TO WS-BREAK-REASON
007130         PERFORM 3400-REPORT-BREAK
007140             THRU 3400-EXIT
007150         GO TO 3100-EXIT
007160     END-IF.
007170     COMPUTE WS-CHECK-AMOUNT =
007180         AUDIT-BALANCE-BEFORE + AUDIT-AMOUNT-APPLIED.
007190     IF WS-CHECK-AMOUNT NOT = AUDIT-BALANCE-AFTER THEN
007200         MOVE "BEFORE PLUS AMOUNT IS NOT AFTER"
007210             TO WS-BREAK-REASON
007220         PERFORM 3400-REPORT-BREAK
007230             THRU 3400-EXIT
007240         GO TO 3100-EXIT
007250     END-IF.
007260     MOVE AUDIT-BALANCE-AFTER TO ACCT-BALANCE.
007270     IF AUDIT-AMOUNT-APPLIED NOT = 0 THEN
007280         MOVE AUDIT-AMOUNT-APPLIED TO ACCT-LAST-MOVEMENT
007290     END-IF.
007300     EVALUATE AUDIT-REASON
007310         WHEN "ACCT-OPEN"
007320         WHEN "ACCT-UNFRZ"
007330         WHEN "ACCT-REACT"
007340             MOVE "O" TO ACCT-STATUS
007350             MOVE AUDIT-TIMESTAMP(1:8) TO ACCT-LAST-UPDATE-DATE
007360         WHEN "ACCT-CLOSE"
007370             MOVE "C" TO ACCT-STATUS
007380             MOVE AUDIT-TIMESTAMP(1:8) TO ACCT-LAST-UPDATE-DATE
007390         WHEN "ACCT-FRZ"
007400             MOVE "F" TO ACCT-STATUS
007410             MOVE AUDIT-TIMESTAMP(1:8) TO ACCT-LAST-UPDATE-DATE
007420         WHEN "ACCT-DORM"
007430             MOVE "D" TO ACCT-STATUS
007440         WHEN "ACCT-LIMIT"
007450         WHEN "ACCT-LINK"
007460         WHEN "ACCT-PROD"
007470             MOVE AUDIT-TIMESTAMP(1:8) TO ACCT-LAST-UPDATE-DATE
007480             MOVE "NEW VALUE NOT IN LOG - CHECK" TO WS-REMARK
007490             ADD 1 TO WS-CHECK-COUNT
007500             IF RETURN-CODE = 0 THEN
007510                 MOVE 4 TO RETURN-CODE
007520             END-IF
007530         WHEN "INT-CREDIT"
007540         WHEN "OD-CHARGE"
007550             PERFORM 3150-ADD-TO-YTD
007560                 THRU 3150-EXIT
007570         WHEN OTHER
007580             IF AUDIT-PROGRAM-ID = "Solde" THEN
007590                 MOVE AUDIT-TIMESTAMP(1:8)
007600                     TO ACCT-LAST-UPDATE-DATE
007610             END-IF
007620     END-EVALUATE.
007630     REWRITE ACCT-RECORD
007640         INVALID KEY
007650             MOVE "REBUILT MASTER REWRITE FAILED"
007660                 TO WS-BREAK-REASON
007670             PERFORM 3400-REPORT-BREAK
007680                 THRU 3400-EXIT
007690             GO TO 3100-EXIT
007700     END-REWRITE.
007710     ADD 1 TO WS-APPLIED-COUNT.
007720     PERFORM 3500-LIST-MUTATION
007730         THRU 3500-EXIT.
007740 3190-NEXT-MUTATION.
007750     PERFORM 3045-RETURN-SORTED
007760         THRU 3045-EXIT.
007770 3100-EXIT.
007780     EXIT.
007790*
007800*-----------------------------------------------------------*
007810* 3150-ADD-TO-YTD - carry a month-end posting into the       *
007820* tax-year accumulators as MonthEnd did: interest credited   *
007830* on one, the overdraft charge on the other as a positive    *
007840* amount, starting the record's year at zero when it is not  *
007850* the year the posting was made in.                          *
007860*-----------------------------------------------------------*
007870 3150-ADD-TO-YTD.
007880     IF ACCT-YTD-YEAR NOT NUMERIC
007890             OR ACCT-YTD-YEAR NOT = AUDIT-TIMESTAMP(1:4) THEN
007900         MOVE AUDIT-TIMESTAMP(1:4) TO ACCT-YTD-YEAR
007910         MOVE 0 TO ACCT-YTD-INTEREST
007920         MOVE 0 TO ACCT-YTD-CHARGES
007930     END-IF.
007940     IF AUDIT-REASON = "INT-CREDIT" THEN
007950         ADD AUDIT-AMOUNT-APPLIED TO ACCT-YTD-INTEREST
007960     ELSE
007970         SUBTRACT AUDIT-AMOUNT-APPLIED FROM ACCT-YTD-CHARGES
007980     END-IF.
007990     MOVE AUDIT-TIMESTAMP(1:8) TO ACCT-LAST-ACCRUAL-DATE.
008000 3150-EXIT.
008010     EXIT.
008020*
008030*-----------------------------------------------------------*
008040* 3300-CREATE-OPENED-ACCOUNT - an account opened after the  *
008050* cut that the restored master does not know either: it     *
008060* starts at zero, as AcctMaint opens it, with default       *
008070* attributes to be checked by hand.                         *
008080*-----------------------------------------------------------*
008090 3300-CREATE-OPENED-ACCOUNT.
008100     MOVE AUDIT-ACCT-ID TO SNAP-ACCT-ID.
008110     PERFORM 2300-DEFAULT-ACCOUNT
008120         THRU 2300-EXIT.
008130     MOVE AUDIT-BRANCH-ID TO ACCT-HOME-BRANCH.
008140     WRITE ACCT-RECORD
008150         INVALID KEY
008160             DISPLAY "*** REBUILT MASTER WRITE FAILED FOR "
008170                 ACCT-ID " STATUS " WS-NEWMAST-STATUS " ***"
008180     END-WRITE.
008190     MOVE "OPENED - ATTRIBUTES DEFAULTED" TO WS-REMARK.
008200     ADD 1 TO WS-OPENED-COUNT.
008210     IF RETURN-CODE = 0 THEN
008220         MOVE 4 TO RETURN-CODE
008230     END-IF.
008240 3300-EXIT.
008250     EXIT.
008260*
008270*-----------------------------------------------------------*
008280* 3400-REPORT-BREAK - the chain is broken: print and display*
008290* the record where it broke, its account and the running    *
008300* balance it should have carried, and stop the replay. The  *
008310* rebuilt master is not fit for production.                 *
008320*-----------------------------------------------------------*
008330 3400-REPORT-BREAK.
008340     MOVE "N" TO WS-CHAIN-SW.
008350     MOVE "CHAIN BROKEN" TO WS-REMARK.
008360     PERFORM 3500-LIST-MUTATION
008370         THRU 3500-EXIT.
008380     MOVE WS-REPLAY-SEQ TO WS-BRK-SEQ.
008390     MOVE AUDIT-ACCT-ID TO WS-BRK-ACCT-ID.
008400     MOVE WS-BREAK-REASON TO WS-BRK-REASON.
008410     MOVE ACCT-BALANCE TO WS-BRK-RUNNING.
008420     MOVE AUDIT-BALANCE-BEFORE TO WS-BRK-BEFORE.
008430     MOVE SPACES TO RECOVERY-LINE.
008440     WRITE RECOVERY-LINE.
008450     WRITE RECOVERY-LINE FROM WS-RPT-BREAK-LINE.
008460     WRITE RECOVERY-LINE FROM WS-RPT-BREAK-BALANCE-LINE.
008470     ADD 3 TO WS-RPT-LINE-COUNT.
008480     DISPLAY "*** CHAIN BROKEN AT RECORD " WS-REPLAY-SEQ
008490         " ACCOUNT " AUDIT-ACCT-ID " ***".
008500     DISPLAY "    " AUDIT-PROGRAM-ID " " AUDIT-TIMESTAMP " "
008510         AUDIT-REASON " - " WS-BREAK-REASON.
008520 3400-EXIT.
008530     EXIT.
008540*
008550 3500-LIST-MUTATION.
008560     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
008570         PERFORM 6000-PRINT-HEADER
008580             THRU 6000-EXIT
008590     END-IF.
008600     MOVE WS-REPLAY-SEQ TO WS-RPL-SEQ.
008610     MOVE AUDIT-TIMESTAMP TO WS-RPL-TIMESTAMP.
008620     MOVE AUDIT-PROGRAM-ID TO WS-RPL-PROGRAM.
008630     MOVE AUDIT-ACCT-ID TO WS-RPL-ACCT-ID.
008640     MOVE AUDIT-REASON TO WS-RPL-REASON.
008650     MOVE AUDIT-BALANCE-BEFORE TO WS-RPL-BEFORE.
008660     MOVE AUDIT-AMOUNT-APPLIED TO WS-RPL-AMOUNT.
008670     MOVE AUDIT-BALANCE-AFTER TO WS-RPL-AFTER.
008680     MOVE WS-REMARK TO WS-RPL-REMARK.
008690     WRITE RECOVERY-LINE FROM WS-RPT-REPLAY-LINE.
008700     ADD 1 TO WS-RPT-LINE-COUNT.
008710 3500-EXIT.
008720     EXIT.
008730*
008740*-----------------------------------------------------------*
008750* 5000-PROVE-FINAL-BALANCES - the rebuilt master against the*
008760* current snapshot, side by side in account order, one line *
008770* per account. Every balance must agree; an account not on  *
008780* the snapshot must be at zero, the same rule the balance   *
008790* run's continuity gate applies. Any difference and the     *
008800* rebuilt master does not go into production.               *
008810*-----------------------------------------------------------*
008820 5000-PROVE-FINAL-BALANCES.
008830     MOVE "P" TO WS-SECTION-SW.
008840     MOVE "FINAL BALANCES PROVED AGAINST THE CURRENT SNAPSHOT"
008850         TO WS-SEC-TITLE.
008860     PERFORM 6000-PRINT-HEADER
008870         THRU 6000-EXIT.
008880     OPEN INPUT SNAP-CUR-FILE.
008890     PERFORM 5050-READ-CUR-SNAPSHOT
008900         THRU 5050-EXIT.
008910     MOVE LOW-VALUES TO ACCT-ID.
008920     START NEW-MAST-FILE KEY IS NOT LESS THAN ACCT-ID
008930         INVALID KEY
008940             MOVE "Y" TO WS-NEW-EOF-SW
008950     END-START.
008960     IF NOT WS-NEW-EOF THEN
008970         PERFORM 5060-READ-NEW-MASTER
008980             THRU 5060-EXIT
008990     END-IF.
009000     PERFORM 5100-PROVE-ONE-STEP
009010         THRU 5100-EXIT
009020         UNTIL WS-CUR-EOF AND WS-NEW-EOF.
009030     CLOSE SNAP-CUR-FILE.
009040     IF WS-DIFFER-COUNT > 0 THEN
009050         DISPLAY "*** REBUILT MASTER DOES NOT PROVE - "
009060             WS-DIFFER-COUNT " ACCOUNTS DIFFER ***"
009070         IF RETURN-CODE < 8 THEN
009080             MOVE 8 TO RETURN-CODE
009090         END-IF
009100     END-IF.
009110 5000-EXIT.
009120     EXIT.
009130*
009140 5050-READ-CUR-SNAPSHOT.
009150     READ SNAP-CUR-FILE
009160         AT END
009170             MOVE "Y" TO WS-CUR-EOF-SW
009180             GO TO 5050-EXIT
009190     END-READ.
009200     ADD CUR-SNAP-BALANCE TO WS-CUR-SNAP-TOTAL.
009210 5050-EXIT.
009220     EXIT.
009230*
009240 5060-READ-NEW-MASTER.
009250     READ NEW-MAST-FILE NEXT RECORD
009260         AT END
009270             MOVE "Y" TO WS-NEW-EOF-SW
009280             GO TO 5060-EXIT
009290     END-READ.
009300     ADD 1 TO WS-REBUILT-COUNT.
009310     ADD ACCT-BALANCE TO WS-REBUILT-TOTAL.
009320 5060-EXIT.
009330     EXIT.
009340*
009350 5100-PROVE-ONE-STEP.
009360     IF WS-NEW-EOF
009370             OR (NOT WS-CUR-EOF
009380                 AND CUR-SNAP-ACCT-ID < ACCT-ID) THEN
009390         MOVE CUR-SNAP-ACCT-ID TO WS-PRL-ACCT-ID
009400         MOVE SPACE TO WS-PRL-STATUS
009410         MOVE 0 TO WS-PRL-REBUILT
009420         MOVE CUR-SNAP-BALANCE TO WS-PRL-SNAPSHOT
009430         MOVE "ON SNAPSHOT, NOT REBUILT" TO WS-PRL-REMARK
009440         ADD 1 TO WS-DIFFER-COUNT
009450         PERFORM 5200-LIST-PROOF-LINE
009460             THRU 5200-EXIT
009470         PERFORM 5050-READ-CUR-SNAPSHOT
009480             THRU 5050-EXIT
009490         GO TO 5100-EXIT
009500     END-IF.
009510     MOVE ACCT-ID TO WS-PRL-ACCT-ID.
009520     MOVE ACCT-STATUS TO WS-PRL-STATUS.
009530     MOVE ACCT-BALANCE TO WS-PRL-REBUILT.
009540     IF WS-CUR-EOF
009550             OR ACCT-ID < CUR-SNAP-ACCT-ID THEN
009560         MOVE 0 TO WS-PRL-SNAPSHOT
009570         IF ACCT-BALANCE = 0 THEN
009580             MOVE "NEW - NOT ON SNAPSHOT" TO WS-PRL-REMARK
009590             ADD 1 TO WS-AGREE-COUNT
009600         ELSE
009610             MOVE "NOT ON SNAPSHOT" TO WS-PRL-REMARK
009620             ADD 1 TO WS-DIFFER-COUNT
009630         END-IF
009640         PERFORM 5200-LIST-PROOF-LINE
009650             THRU 5200-EXIT
009660         PERFORM 5060-READ-NEW-MASTER
009670             THRU 5060-EXIT
009680         GO TO 5100-EXIT
009690     END-IF.
009700     MOVE CUR-SNAP-BALANCE TO WS-PRL-SNAPSHOT.
009710     IF ACCT-BALANCE = CUR-SNAP-BALANCE THEN
009720         MOVE "AGREES" TO WS-PRL-REMARK
009730         ADD 1 TO WS-AGREE-COUNT
009740     ELSE
009750         MOVE "*** DIFFERS" TO WS-PRL-REMARK
009760         ADD 1 TO WS-DIFFER-COUNT
009770     END-IF.
009780     PERFORM 5200-LIST-PROOF-LINE
009790         THRU 5200-EXIT.
009800     PERFORM 5050-READ-CUR-SNAPSHOT
009810         THRU 5050-EXIT.
009820     PERFORM 5060-READ-NEW-MASTER
009830         THRU 5060-EXIT.
009840 5100-EXIT.
009850     EXIT.
009860*
009870 5200-LIST-PROOF-LINE.
009880     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
009890         PERFORM 6000-PRINT-HEADER
009900             THRU 6000-EXIT
009910     END-IF.
009920     WRITE RECOVERY-LINE FROM WS-RPT-PROOF-LINE.
009930     ADD 1 TO WS-RPT-LINE-COUNT.
009940 5200-EXIT.
009950     EXIT.
009960*
009970*-----------------------------------------------------------*
009980* 6000-PRINT-HEADER - page heading, the section's title and *
009990* the column headings of the section being printed.         *
010000*-----------------------------------------------------------*
010010 6000-PRINT-HEADER.
010020     ADD 1 TO WS-RPT-PAGE-NO.
010030     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
010040     WRITE RECOVERY-LINE FROM WS-RPT-HEADER-1.
010050     MOVE SPACES TO RECOVERY-LINE.
010060     WRITE RECOVERY-LINE.
010070     WRITE RECOVERY-LINE FROM WS-RPT-SECTION-LINE.
010080     MOVE SPACES TO RECOVERY-LINE.
010090     WRITE RECOVERY-LINE.
010100     IF WS-START-SECTION THEN
010110         WRITE RECOVERY-LINE FROM WS-RPT-START-HEADINGS
010120     END-IF.
010130     IF WS-REPLAY-SECTION THEN
010140         WRITE RECOVERY-LINE FROM WS-RPT-REPLAY-HEADINGS
010150     END-IF.
010160     IF WS-PROOF-SECTION THEN
010170         WRITE RECOVERY-LINE FROM WS-RPT-PROOF-HEADINGS
010180     END-IF.
010190     MOVE 1 TO WS-RPT-LINE-COUNT.
010200 6000-EXIT.
010210     EXIT.
010220*
010230*-----------------------------------------------------------*
010240* 7000-PRINT-TOTALS - the control page: the starting        *
010250* position, what the audit log held and what was applied,   *
010260* and the verdict on the rebuilt master.                    *
010270*-----------------------------------------------------------*
010280 7000-PRINT-TOTALS.
010290     MOVE "T" TO WS-SECTION-SW.
010300     MOVE "CONTROL TOTALS" TO WS-SEC-TITLE.
010310     PERFORM 6000-PRINT-HEADER
010320         THRU 6000-EXIT.
010330     MOVE "ACCOUNTS ON STARTING SNAPSHOT     : " TO WS-TOT-LABEL.
010340     MOVE WS-BASE-COUNT TO WS-TOT-VALUE.
010350     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010360     MOVE "ACCOUNTS ON RESTORED MASTER       : " TO WS-TOT-LABEL.
010370     MOVE WS-OLD-COUNT TO WS-TOT-VALUE.
010380     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010390     MOVE "  ON BOTH                         : " TO WS-TOT-LABEL.
010400     MOVE WS-MATCHED-COUNT TO WS-TOT-VALUE.
010410     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010420     MOVE "  SNAPSHOT ONLY - DEFAULTED       : " TO WS-TOT-LABEL.
010430     MOVE WS-DEFAULTED-COUNT TO WS-TOT-VALUE.
010440     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010450     MOVE "  RESTORED ONLY - STARTED AT ZERO : " TO WS-TOT-LABEL.
010460     MOVE WS-ZERO-START-COUNT TO WS-TOT-VALUE.
010470     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010480     MOVE SPACES TO RECOVERY-LINE.
010490     WRITE RECOVERY-LINE.
010500     MOVE "AUDIT RECORDS READ                : " TO WS-TOT-LABEL.
010510     MOVE WS-AUDIT-READ-COUNT TO WS-TOT-VALUE.
010520     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010530     MOVE "  AT OR BEFORE THE CUT            : " TO WS-TOT-LABEL.
010540     MOVE WS-BEFORE-CUT-COUNT TO WS-TOT-VALUE.
010550     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010560     MOVE "  NOT ACCOUNT MUTATIONS           : " TO WS-TOT-LABEL.
010570     MOVE WS-NOT-ACCOUNT-COUNT TO WS-TOT-VALUE.
010580     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010590     MOVE "  SELECTED FOR REPLAY             : " TO WS-TOT-LABEL.
010600     MOVE WS-SELECTED-COUNT TO WS-TOT-VALUE.
010610     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010620     MOVE "MUTATIONS APPLIED                 : " TO WS-TOT-LABEL.
010630     MOVE WS-APPLIED-COUNT TO WS-TOT-VALUE.
010640     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010650     MOVE "RECORDS WITH NO BALANCE EFFECT     :" TO WS-TOT-LABEL.
010660     MOVE WS-NO-EFFECT-COUNT TO WS-TOT-VALUE.
010670     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010680     MOVE "ACCOUNTS OPENED AFTER THE CUT     : " TO WS-TOT-LABEL.
010690     MOVE WS-OPENED-COUNT TO WS-TOT-VALUE.
010700     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010710     MOVE "LIMIT / LINK CHANGES TO CHECK     : " TO WS-TOT-LABEL.
010720     MOVE WS-CHECK-COUNT TO WS-TOT-VALUE.
010730     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010740     MOVE SPACES TO RECOVERY-LINE.
010750     WRITE RECOVERY-LINE.
010760     DISPLAY "MUTATIONS APPLIED : " WS-APPLIED-COUNT.
010770     IF WS-CHAIN-BROKEN OR NOT WS-PARMS-OK THEN
010780         MOVE "*** RECOVERY STOPPED - REBUILT MASTER NOT USABLE"
010790             TO RECOVERY-LINE
010800         WRITE RECOVERY-LINE
010810         GO TO 7000-EXIT
010820     END-IF.
010830     MOVE "ACCOUNTS ON REBUILT MASTER        : " TO WS-TOT-LABEL.
010840     MOVE WS-REBUILT-COUNT TO WS-TOT-VALUE.
010850     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010860     MOVE "  AGREEING WITH CURRENT SNAPSHOT  : " TO WS-TOT-LABEL.
010870     MOVE WS-AGREE-COUNT TO WS-TOT-VALUE.
010880     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010890     MOVE "  IN DIFFERENCE                   : " TO WS-TOT-LABEL.
010900     MOVE WS-DIFFER-COUNT TO WS-TOT-VALUE.
010910     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010920     MOVE "BALANCE TOTAL OF REBUILT MASTER   : " TO WS-TOT-LABEL.
010930     MOVE WS-REBUILT-TOTAL TO WS-TOT-VALUE.
010940     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010950     MOVE "BALANCE TOTAL OF CURRENT SNAPSHOT : " TO WS-TOT-LABEL.
010960     MOVE WS-CUR-SNAP-TOTAL TO WS-TOT-VALUE.
010970     WRITE RECOVERY-LINE FROM WS-RPT-TOTAL-LINE.
010980     MOVE SPACES TO RECOVERY-LINE.
010990     WRITE RECOVERY-LINE.
011000     DISPLAY "ACCOUNTS REBUILT  : " WS-REBUILT-COUNT.
011010     DISPLAY "IN DIFFERENCE     : " WS-DIFFER-COUNT.
011020     IF WS-DIFFER-COUNT = 0 THEN
011030         MOVE "REBUILT MASTER PROVED TO THE CURRENT SNAPSHOT"
011040             TO RECOVERY-LINE
011050     ELSE
011060         MOVE "*** NOT PROVED - DO NOT PUT INTO PRODUCTION"
011070             TO RECOVERY-LINE
011080     END-IF.
011090     WRITE RECOVERY-LINE.
011100 7000-EXIT.
011110     EXIT.
011120*
011130*-----------------------------------------------------------*
011140* 8000-FINALIZE - close whatever this run opened.           *
011150*-----------------------------------------------------------*
011160 8000-FINALIZE.
011170     IF WS-FILES-OPEN THEN
011180         CLOSE OLD-MAST-FILE
011190         CLOSE NEW-MAST-FILE
011200         CLOSE RECOVERY-REPORT
011210     END-IF.
011220 8000-EXIT.
011230     EXIT.
