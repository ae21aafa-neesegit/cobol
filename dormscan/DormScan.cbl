000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DormScan.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New periodic dormancy scan: an open      *
000080*                  account with no activity since the       *
000090*                  cutoff the parameter card sets           *
000100*                  (processing date less the inactivity     *
000110*                  period in months) moves to dormant, with *
000120*                  an audit record per change and a         *
000130*                  dormancy report naming the customer and  *
000140*                  address. Dormant accounts idle past the  *
000150*                  second, longer period are listed on the  *
000160*                  unclaimed-balances schedule for the      *
000170*                  regulator.                               *
000173*  2026-10-15  MM  Dormancy audit records carry the         *
000176*                  account's home branch.                   *
000180*-----------------------------------------------------------*
000190*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CARD-FILE ASSIGN TO SYSIN
000240         ORGANIZATION IS SEQUENTIAL.
000250*
000260     SELECT CAL-FILE ASSIGN TO DATECAL
000270         ORGANIZATION IS SEQUENTIAL.
000280*
000290     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS ACCT-ID
000330         FILE STATUS IS WS-ACCTMAST-STATUS.
000340*
000350     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CUST-NO
000390         FILE STATUS IS WS-CUSTMAST-STATUS.
000400*
000410     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000420         ORGANIZATION IS SEQUENTIAL.
000430*
000440     SELECT DORMANCY-REPORT ASSIGN TO DORMRPT
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470     SELECT UNCLAIMED-REPORT ASSIGN TO UNCLRPT
000480         ORGANIZATION IS SEQUENTIAL.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CARD-FILE.
000530 01  PERIOD-CARD.
000540     05  CARD-DORMANT-MONTHS         PIC 9(03).
000550     05  CARD-UNCLAIMED-MONTHS       PIC 9(03).
000560     05  FILLER                      PIC X(74).
000570*
000580 FD  CAL-FILE.
000590     COPY CALREC.
000600*
000610 FD  ACCTMAST-FILE.
000620     COPY ACCTREC.
000630*
000640 FD  CUSTMAST-FILE.
000650     COPY CUSTREC.
000660*
000670 FD  AUDIT-FILE.
000680     COPY AUDITREC.
000690*
000700 FD  DORMANCY-REPORT.
000710 01  DORMANCY-LINE                   PIC X(132).
000720*
000730 FD  UNCLAIMED-REPORT.
000740 01  UNCLAIMED-LINE                  PIC X(132).
000750*
000760 WORKING-STORAGE SECTION.
000770 01  WS-SWITCHES.
000780     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000790         88  WS-CARD-EOF                 VALUE "Y".
000800     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000810         88  WS-CAL-EOF                  VALUE "Y".
000820     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
000830         88  WS-MAST-EOF                 VALUE "Y".
000840     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
000850         88  WS-PROC-DATE-FOUND          VALUE "Y".
000860     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
000870         88  WS-PARMS-OK                 VALUE "Y".
000880*
000890 01  WS-ACCTMAST-STATUS              PIC X(02).
000900*
000910 01  WS-CUSTMAST-STATUS              PIC X(02).
000920*
000930 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
000940 01  FILLER REDEFINES WS-PROC-DATE.
000950     05  WS-PROC-YEAR                PIC 9(04).
000960     05  WS-PROC-MONTH               PIC 9(02).
000970     05  WS-PROC-DAY                 PIC 9(02).
000980*
000990*----------------------------------------------------------------*
001000* The two inactivity periods off the parameter card, in months,  *
001010* and the cutoff dates they give: an account whose last activity *
001020* falls before a cutoff has been idle longer than that period.   *
001030*----------------------------------------------------------------*
001040 01  WS-DORMANT-MONTHS               PIC 9(03) VALUE 0.
001050 01  WS-UNCLAIMED-MONTHS             PIC 9(03) VALUE 0.
001060*
001070 01  WS-DORMANT-CUTOFF               PIC 9(08) VALUE 0.
001080 01  WS-UNCLAIMED-CUTOFF             PIC 9(08) VALUE 0.
001090*
001100 01  WS-CUTOFF-WORK.
001110     05  WS-CUT-MONTHS-BACK          PIC 9(03).
001120     05  WS-CUT-MONTH-NO             PIC 9(06).
001130     05  WS-CUT-YEAR                 PIC 9(04).
001140     05  WS-CUT-MONTH                PIC 9(02).
001150     05  WS-CUT-DATE                 PIC 9(08).
001160*
001170 01  WS-AUDIT-REASON                 PIC X(10).
001180*
001190 01  WS-TIMESTAMP-WORK.
001200     05  WS-TS-DATE                  PIC 9(08).
001210     05  WS-TS-TIME                  PIC 9(08).
001220*
001230 01  WS-SCAN-COUNTERS.
001240     05  WS-ACCT-COUNT               PIC 9(06) VALUE 0.
001250     05  WS-NEW-DORMANT-COUNT        PIC 9(06) VALUE 0.
001260     05  WS-OLD-DORMANT-COUNT        PIC 9(06) VALUE 0.
001270     05  WS-UNCLAIMED-COUNT          PIC 9(06) VALUE 0.
001280*
001290*----------------------------------------------------------------*
001300* Unclaimed balances totalled by currency for the schedule's     *
001310* closing lines - balances in different currencies do not add.   *
001320* Spaces is the base currency, as on the account master.         *
001330*----------------------------------------------------------------*
001340 01  WS-CCY-TABLE.
001350     05  WS-CCY-ENTRY OCCURS 20 TIMES.
001360         10  WS-CCY-CODE             PIC X(03).
001370         10  WS-CCY-COUNT            PIC 9(06).
001380         10  WS-CCY-TOTAL            PIC S9(12).
001390 01  WS-CCY-USED                     PIC 9(02) VALUE 0.
001400 01  WS-CCY-IX                       PIC 9(02).
001410*
001420 01  WS-RPT-COUNTERS.
001430     05  WS-DRPT-LINE-COUNT          PIC 9(03) VALUE 99.
001440     05  WS-DRPT-PAGE-NO             PIC 9(03) VALUE 0.
001450     05  WS-URPT-LINE-COUNT          PIC 9(03) VALUE 99.
001460     05  WS-URPT-PAGE-NO             PIC 9(03) VALUE 0.
001470     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001480*
001490 01  WS-DRPT-HEADER-1.
001500     05  FILLER                      PIC X(28) VALUE
001510         "DORMANT ACCOUNT SCAN".
001520     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001530     05  WS-DHDR-DATE                PIC 9(08).
001540     05  FILLER                      PIC X(24) VALUE
001550         "  NO ACTIVITY SINCE : ".
001560     05  WS-DHDR-CUTOFF              PIC 9(08).
001570     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
001580     05  WS-DHDR-PAGE                PIC ZZ9.
001590*
001600 01  WS-URPT-HEADER-1.
001610     05  FILLER                      PIC X(28) VALUE
001620         "UNCLAIMED BALANCES SCHEDULE".
001630     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
001640     05  WS-UHDR-DATE                PIC 9(08).
001650     05  FILLER                      PIC X(24) VALUE
001660         "  NO ACTIVITY SINCE : ".
001670     05  WS-UHDR-CUTOFF              PIC 9(08).
001680     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
001690     05  WS-UHDR-PAGE                PIC ZZ9.
001700*
001710 01  WS-RPT-COLUMN-HEADINGS.
001720     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
001730     05  FILLER                      PIC X(08) VALUE "CUSTOMER".
001740     05  FILLER                      PIC X(27) VALUE "NAME".
001750     05  FILLER                      PIC X(30) VALUE "ADDRESS".
001760     05  FILLER                      PIC X(10) VALUE "LAST ACT".
001770     05  FILLER                      PIC X(05) VALUE "CCY".
001780     05  FILLER                      PIC X(10) VALUE
001790         "   BALANCE".
001800*
001810 01  WS-RPT-DETAIL-LINE.
001820     05  WS-DTL-ACCT-ID              PIC X(06).
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  WS-DTL-CUST-NO              PIC X(06).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  WS-DTL-CUST-NAME            PIC X(25).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  WS-DTL-CUST-ADDRESS         PIC X(28).
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  WS-DTL-LAST-UPDATE          PIC 9(08).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  WS-DTL-CURRENCY             PIC X(03).
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  WS-DTL-BALANCE              PIC -(9)9.
001950*
001960 01  WS-RPT-TOTAL-LINE.
001970     05  WS-TOT-LABEL                PIC X(26).
001980     05  WS-TOT-VALUE                PIC -(9)9.
001990*
002000 01  WS-RPT-CCY-LINE.
002010     05  FILLER                      PIC X(16) VALUE
002020         "TOTAL CURRENCY ".
002030     05  WS-CCYL-CODE                PIC X(04).
002040     05  FILLER                      PIC X(03) VALUE SPACES.
002050     05  WS-CCYL-COUNT               PIC ZZZ,ZZ9.
002060     05  FILLER                      PIC X(11) VALUE
002070         " ACCOUNTS  ".
002080     05  WS-CCYL-TOTAL               PIC -(12)9.
002090*
002100 PROCEDURE DIVISION.
002110*
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE
002140         THRU 1000-EXIT.
002150     IF WS-PARMS-OK THEN
002160         PERFORM 2000-SCAN-ACCOUNT
002170             THRU 2000-EXIT
002180             UNTIL WS-MAST-EOF
002190         PERFORM 7000-PRINT-TOTALS
002200             THRU 7000-EXIT
002210     END-IF.
002220     PERFORM 8000-FINALIZE
002230         THRU 8000-EXIT.
002240     STOP RUN.
002250*
002260*-----------------------------------------------------------*
002270* 1000-INITIALIZE - read the period card and the processing *
002280* date, work out both cutoffs, open the master, customer,   *
002290* audit and report files, and position the master scan at   *
002300* the first account. No usable card or processing date, no  *
002310* run - no status moves against a guessed period.           *
002320*-----------------------------------------------------------*
002330 1000-INITIALIZE.
002340     PERFORM 1050-READ-PERIOD-CARD
002350         THRU 1050-EXIT.
002360     PERFORM 1100-LOAD-CALENDAR
002370         THRU 1100-EXIT.
002380     IF NOT WS-PARMS-OK THEN
002390         MOVE 16 TO RETURN-CODE
002400         GO TO 1000-EXIT
002410     END-IF.
002420     MOVE WS-DORMANT-MONTHS TO WS-CUT-MONTHS-BACK.
002430     PERFORM 1200-COMPUTE-CUTOFF
002440         THRU 1200-EXIT.
002450     MOVE WS-CUT-DATE TO WS-DORMANT-CUTOFF.
002460     MOVE WS-UNCLAIMED-MONTHS TO WS-CUT-MONTHS-BACK.
002470     PERFORM 1200-COMPUTE-CUTOFF
002480         THRU 1200-EXIT.
002490     MOVE WS-CUT-DATE TO WS-UNCLAIMED-CUTOFF.
002500     DISPLAY "DORMANT   : NO ACTIVITY SINCE " WS-DORMANT-CUTOFF
002510         " (" WS-DORMANT-MONTHS " MONTHS)".
002520     DISPLAY "UNCLAIMED : NO ACTIVITY SINCE " WS-UNCLAIMED-CUTOFF
002530         " (" WS-UNCLAIMED-MONTHS " MONTHS)".
002540     OPEN I-O ACCTMAST-FILE.
002550     OPEN INPUT CUSTMAST-FILE.
002560     OPEN EXTEND AUDIT-FILE.
002570     OPEN OUTPUT DORMANCY-REPORT.
002580     OPEN OUTPUT UNCLAIMED-REPORT.
002590     MOVE WS-PROC-DATE TO WS-DHDR-DATE.
002600     MOVE WS-DORMANT-CUTOFF TO WS-DHDR-CUTOFF.
002610     MOVE WS-PROC-DATE TO WS-UHDR-DATE.
002620     MOVE WS-UNCLAIMED-CUTOFF TO WS-UHDR-CUTOFF.
002630     MOVE LOW-VALUES TO ACCT-ID.
002640     START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
002650         INVALID KEY
002660             MOVE "Y" TO WS-MAST-EOF-SW
002670     END-START.
002680 1000-EXIT.
002690     EXIT.
002700*
002710*-----------------------------------------------------------*
002720* 1050-READ-PERIOD-CARD - columns 1-3 are the inactivity    *
002730* period in months after which an open account goes         *
002740* dormant, columns 4-6 the longer period after which a      *
002750* dormant balance is reported as unclaimed. Both must be    *
002760* numeric and non-zero, and the second must be the longer.  *
002770*-----------------------------------------------------------*
002780 1050-READ-PERIOD-CARD.
002790     OPEN INPUT CARD-FILE.
002800     READ CARD-FILE
002810         AT END
002820             MOVE "Y" TO WS-CARD-EOF-SW
002830     END-READ.
002840     IF WS-CARD-EOF
002850             OR CARD-DORMANT-MONTHS IS NOT NUMERIC
002860             OR CARD-UNCLAIMED-MONTHS IS NOT NUMERIC THEN
002870         DISPLAY "*** NO USABLE PERIOD CARD - RUN REJECTED ***"
002880         MOVE "N" TO WS-PARMS-OK-SW
002890         CLOSE CARD-FILE
002900         GO TO 1050-EXIT
002910     END-IF.
002920     IF CARD-DORMANT-MONTHS = 0
002930             OR CARD-UNCLAIMED-MONTHS NOT > CARD-DORMANT-MONTHS
002940             THEN
002950         DISPLAY "*** PERIODS " CARD-DORMANT-MONTHS "/"
002960             CARD-UNCLAIMED-MONTHS
002970             " NOT USABLE - RUN REJECTED ***"
002980         MOVE "N" TO WS-PARMS-OK-SW
002990         CLOSE CARD-FILE
003000         GO TO 1050-EXIT
003010     END-IF.
003020     MOVE CARD-DORMANT-MONTHS TO WS-DORMANT-MONTHS.
003030     MOVE CARD-UNCLAIMED-MONTHS TO WS-UNCLAIMED-MONTHS.
003040     CLOSE CARD-FILE.
003050 1050-EXIT.
003060     EXIT.
003070*
003080*-----------------------------------------------------------*
003090* 1100-LOAD-CALENDAR - inactivity is measured from the      *
003100* business date being processed, not the clock.             *
003110*-----------------------------------------------------------*
003120 1100-LOAD-CALENDAR.
003130     OPEN INPUT CAL-FILE.
003140     PERFORM 1110-READ-CAL-RECORD
003150         THRU 1110-EXIT
003160         UNTIL WS-CAL-EOF.
003170     CLOSE CAL-FILE.
003180     IF NOT WS-PROC-DATE-FOUND THEN
003190         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
003200             "RUN REJECTED ***"
003210         MOVE "N" TO WS-PARMS-OK-SW
003220     END-IF.
003230 1100-EXIT.
003240     EXIT.
003250*
003260 1110-READ-CAL-RECORD.
003270     READ CAL-FILE
003280         AT END
003290             MOVE "Y" TO WS-CAL-EOF-SW
003300             GO TO 1110-EXIT
003310     END-READ.
003320     IF CAL-PROCESSING-DATE THEN
003330         MOVE CAL-DATE TO WS-PROC-DATE
003340         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
003350     END-IF.
003360 1110-EXIT.
003370     EXIT.
003380*
003390*-----------------------------------------------------------*
003400* 1200-COMPUTE-CUTOFF - the processing date less            *
003410* WS-CUT-MONTHS-BACK calendar months, same day of the       *
003420* month. Counting in months from year zero keeps the year   *
003430* roll simple; a day past the end of a short month still    *
003440* compares correctly against real dates.                    *
003450*-----------------------------------------------------------*
003460 1200-COMPUTE-CUTOFF.
003470     COMPUTE WS-CUT-MONTH-NO = WS-PROC-YEAR * 12
003480         + WS-PROC-MONTH - 1 - WS-CUT-MONTHS-BACK.
003490     DIVIDE WS-CUT-MONTH-NO BY 12
003500         GIVING WS-CUT-YEAR
003510         REMAINDER WS-CUT-MONTH.
003520     ADD 1 TO WS-CUT-MONTH.
003530     COMPUTE WS-CUT-DATE = WS-CUT-YEAR * 10000
003540         + WS-CUT-MONTH * 100 + WS-PROC-DAY.
003550 1200-EXIT.
003560     EXIT.
003570*
003580*-----------------------------------------------------------*
003590* 2000-SCAN-ACCOUNT - one account per pass. Only an open    *
003600* account can go dormant - a frozen or closed one is        *
003610* already out of normal use. A dormant account, new or old, *
003620* idle past the longer period goes on the unclaimed         *
003630* schedule.                                                 *
003640*-----------------------------------------------------------*
003650 2000-SCAN-ACCOUNT.
003660     READ ACCTMAST-FILE NEXT RECORD
003670         AT END
003680             MOVE "Y" TO WS-MAST-EOF-SW
003690             GO TO 2000-EXIT
003700     END-READ.
003710     ADD 1 TO WS-ACCT-COUNT.
003720     IF ACCT-DORMANT THEN
003730         ADD 1 TO WS-OLD-DORMANT-COUNT
003740     END-IF.
003750     IF ACCT-OPEN
003760             AND ACCT-LAST-UPDATE-DATE < WS-DORMANT-CUTOFF THEN
003770         PERFORM 2200-MARK-DORMANT
003780             THRU 2200-EXIT
003790     END-IF.
003800     IF WS-MAST-EOF THEN
003810         GO TO 2000-EXIT
003820     END-IF.
003830     IF ACCT-DORMANT
003840             AND ACCT-LAST-UPDATE-DATE < WS-UNCLAIMED-CUTOFF THEN
003850         PERFORM 2400-LIST-UNCLAIMED
003860             THRU 2400-EXIT
003870     END-IF.
003880 2000-EXIT.
003890     EXIT.
003900*
003910*-----------------------------------------------------------*
003920* 2200-MARK-DORMANT - the status change itself. The last-   *
003930* update date is deliberately left alone: it is the         *
003940* account's last activity, the clock the unclaimed period   *
003950* keeps running on.                                         *
003960*-----------------------------------------------------------*
003970 2200-MARK-DORMANT.
003980     MOVE "D" TO ACCT-STATUS.
003990     REWRITE ACCT-RECORD
004000         INVALID KEY
004010             DISPLAY "MASTER REWRITE FAILED FOR " ACCT-ID
004020                 " STATUS " WS-ACCTMAST-STATUS
004030             MOVE 16 TO RETURN-CODE
004040             MOVE "Y" TO WS-MAST-EOF-SW
004050             GO TO 2200-EXIT
004060     END-REWRITE.
004070     ADD 1 TO WS-NEW-DORMANT-COUNT.
004080     MOVE "ACCT-DORM" TO WS-AUDIT-REASON.
004090     PERFORM 2600-WRITE-AUDIT-RECORD
004100         THRU 2600-EXIT.
004110     PERFORM 2300-FORMAT-DETAIL
004120         THRU 2300-EXIT.
004130     IF WS-DRPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
004140         PERFORM 2710-PRINT-DORMANT-HEADER
004150             THRU 2710-EXIT
004160     END-IF.
004170     WRITE DORMANCY-LINE FROM WS-RPT-DETAIL-LINE.
004180     ADD 1 TO WS-DRPT-LINE-COUNT.
004190 2200-EXIT.
004200     EXIT.
004210*
004220*-----------------------------------------------------------*
004230* 2300-FORMAT-DETAIL - one report line for the account,     *
004240* with its owner's name and address off the customer        *
004250* master; an account whose owner is missing still prints,   *
004260* flagged, so nothing drops off a regulatory listing.       *
004270*-----------------------------------------------------------*
004280 2300-FORMAT-DETAIL.
004290     MOVE ACCT-ID TO WS-DTL-ACCT-ID.
004300     MOVE ACCT-CUST-NO TO WS-DTL-CUST-NO.
004310     MOVE ACCT-LAST-UPDATE-DATE TO WS-DTL-LAST-UPDATE.
004320     MOVE ACCT-CURRENCY-CODE TO WS-DTL-CURRENCY.
004330     MOVE ACCT-BALANCE TO WS-DTL-BALANCE.
004340     MOVE ACCT-CUST-NO TO CUST-NO.
004350     READ CUSTMAST-FILE
004360         INVALID KEY
004370             MOVE "*** NOT ON CUSTOMER MAST" TO WS-DTL-CUST-NAME
004380             MOVE SPACES TO WS-DTL-CUST-ADDRESS
004390             GO TO 2300-EXIT
004400     END-READ.
004410     MOVE CUST-NAME TO WS-DTL-CUST-NAME.
004420     MOVE CUST-ADDRESS TO WS-DTL-CUST-ADDRESS.
004430 2300-EXIT.
004440     EXIT.
004450*
004460*-----------------------------------------------------------*
004470* 2400-LIST-UNCLAIMED - one schedule line per unclaimed     *
004480* balance, added into its currency's total.                 *
004490*-----------------------------------------------------------*
004500 2400-LIST-UNCLAIMED.
004510     PERFORM 2300-FORMAT-DETAIL
004520         THRU 2300-EXIT.
004530     IF WS-URPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
004540         PERFORM 2720-PRINT-UNCLAIMED-HEADER
004550             THRU 2720-EXIT
004560     END-IF.
004570     WRITE UNCLAIMED-LINE FROM WS-RPT-DETAIL-LINE.
004580     ADD 1 TO WS-URPT-LINE-COUNT.
004590     ADD 1 TO WS-UNCLAIMED-COUNT.
004600     PERFORM 2450-FIND-CCY-SLOT
004610         THRU 2450-EXIT.
004620     ADD 1 TO WS-CCY-COUNT(WS-CCY-IX).
004630     ADD ACCT-BALANCE TO WS-CCY-TOTAL(WS-CCY-IX).
004640 2400-EXIT.
004650     EXIT.
004660*
004670*-----------------------------------------------------------*
004680* 2450-FIND-CCY-SLOT - the account's currency in the totals *
004690* table, added the first time it is seen. A full table      *
004700* folds the excess into its last slot and says so - the     *
004710* schedule's lines are still all there.                     *
004720*-----------------------------------------------------------*
004730 2450-FIND-CCY-SLOT.
004740     MOVE 1 TO WS-CCY-IX.
004750     PERFORM 2460-TEST-CCY-SLOT
004760         THRU 2460-EXIT
004770         UNTIL WS-CCY-IX > WS-CCY-USED
004780             OR WS-CCY-CODE(WS-CCY-IX) = ACCT-CURRENCY-CODE.
004790     IF WS-CCY-IX <= WS-CCY-USED THEN
004800         GO TO 2450-EXIT
004810     END-IF.
004820     IF WS-CCY-USED >= 20 THEN
004830         DISPLAY "CURRENCY TABLE FULL - " ACCT-CURRENCY-CODE
004840             " TOTALLED UNDER " WS-CCY-CODE(20)
004850         MOVE 4 TO RETURN-CODE
004860         MOVE 20 TO WS-CCY-IX
004870         GO TO 2450-EXIT
004880     END-IF.
004890     ADD 1 TO WS-CCY-USED.
004900     MOVE WS-CCY-USED TO WS-CCY-IX.
004910     MOVE ACCT-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-IX).
004920     MOVE 0 TO WS-CCY-COUNT(WS-CCY-IX).
004930     MOVE 0 TO WS-CCY-TOTAL(WS-CCY-IX).
004940 2450-EXIT.
004950     EXIT.
004960*
004970 2460-TEST-CCY-SLOT.
004980     ADD 1 TO WS-CCY-IX.
004990 2460-EXIT.
005000     EXIT.
005010*
005020*-----------------------------------------------------------*
005030* 2600-WRITE-AUDIT-RECORD - a status change moves no        *
005040* balance, so before and after are equal and the amount is  *
005050* zero, the same trail AcctMaint leaves for a freeze.       *
005060*-----------------------------------------------------------*
005070 2600-WRITE-AUDIT-RECORD.
005080     MOVE "DormScan" TO AUDIT-PROGRAM-ID.
005090     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005100     ACCEPT WS-TS-TIME FROM TIME.
005110     STRING WS-TS-DATE DELIMITED BY SIZE
005120             WS-TS-TIME(1:6) DELIMITED BY SIZE
005130         INTO AUDIT-TIMESTAMP
005140     END-STRING.
005150     MOVE ACCT-ID TO AUDIT-ACCT-ID.
005160     MOVE ACCT-BALANCE TO AUDIT-BALANCE-BEFORE.
005170     MOVE 0 TO AUDIT-AMOUNT-APPLIED.
005180     MOVE ACCT-BALANCE TO AUDIT-BALANCE-AFTER.
005190     MOVE WS-AUDIT-REASON TO AUDIT-REASON.
005195     MOVE ACCT-HOME-BRANCH TO AUDIT-BRANCH-ID.
005200     WRITE AUDIT-RECORD.
005210 2600-EXIT.
005220     EXIT.
005230*
005240 2710-PRINT-DORMANT-HEADER.
005250     ADD 1 TO WS-DRPT-PAGE-NO.
005260     MOVE WS-DRPT-PAGE-NO TO WS-DHDR-PAGE.
005270     WRITE DORMANCY-LINE FROM WS-DRPT-HEADER-1.
005280     MOVE SPACES TO DORMANCY-LINE.
005290     WRITE DORMANCY-LINE.
005300     WRITE DORMANCY-LINE FROM WS-RPT-COLUMN-HEADINGS.
005310     MOVE 1 TO WS-DRPT-LINE-COUNT.
005320 2710-EXIT.
005330     EXIT.
005340*
005350 2720-PRINT-UNCLAIMED-HEADER.
005360     ADD 1 TO WS-URPT-PAGE-NO.
005370     MOVE WS-URPT-PAGE-NO TO WS-UHDR-PAGE.
005380     WRITE UNCLAIMED-LINE FROM WS-URPT-HEADER-1.
005390     MOVE SPACES TO UNCLAIMED-LINE.
005400     WRITE UNCLAIMED-LINE.
005410     WRITE UNCLAIMED-LINE FROM WS-RPT-COLUMN-HEADINGS.
005420     MOVE 1 TO WS-URPT-LINE-COUNT.
005430 2720-EXIT.
005440     EXIT.
005450*
005460*-----------------------------------------------------------*
005470* 7000-PRINT-TOTALS - close both reports with what the run  *
005480* did; the schedule ends on its per-currency totals. Each   *
005490* report prints its heading even when it has no lines, so   *
005500* an empty listing is visibly a run, not a missing one.     *
005510*-----------------------------------------------------------*
005520 7000-PRINT-TOTALS.
005530     IF WS-DRPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
005540         PERFORM 2710-PRINT-DORMANT-HEADER
005550             THRU 2710-EXIT
005560     END-IF.
005570     MOVE SPACES TO DORMANCY-LINE.
005580     WRITE DORMANCY-LINE.
005590     MOVE "ACCOUNTS SCANNED        : " TO WS-TOT-LABEL.
005600     MOVE WS-ACCT-COUNT TO WS-TOT-VALUE.
005610     WRITE DORMANCY-LINE FROM WS-RPT-TOTAL-LINE.
005620     MOVE "NEWLY DORMANT           : " TO WS-TOT-LABEL.
005630     MOVE WS-NEW-DORMANT-COUNT TO WS-TOT-VALUE.
005640     WRITE DORMANCY-LINE FROM WS-RPT-TOTAL-LINE.
005650     MOVE "ALREADY DORMANT         : " TO WS-TOT-LABEL.
005660     MOVE WS-OLD-DORMANT-COUNT TO WS-TOT-VALUE.
005670     WRITE DORMANCY-LINE FROM WS-RPT-TOTAL-LINE.
005680     IF WS-URPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
005690         PERFORM 2720-PRINT-UNCLAIMED-HEADER
005700             THRU 2720-EXIT
005710     END-IF.
005720     MOVE SPACES TO UNCLAIMED-LINE.
005730     WRITE UNCLAIMED-LINE.
005740     MOVE 1 TO WS-CCY-IX.
005750     PERFORM 7100-PRINT-CCY-TOTAL
005760         THRU 7100-EXIT
005770         UNTIL WS-CCY-IX > WS-CCY-USED.
005780     MOVE "UNCLAIMED ACCOUNTS      : " TO WS-TOT-LABEL.
005790     MOVE WS-UNCLAIMED-COUNT TO WS-TOT-VALUE.
005800     WRITE UNCLAIMED-LINE FROM WS-RPT-TOTAL-LINE.
005810     DISPLAY "ACCOUNTS SCANNED : " WS-ACCT-COUNT.
005820     DISPLAY "NEWLY DORMANT    : " WS-NEW-DORMANT-COUNT.
005830     DISPLAY "ALREADY DORMANT  : " WS-OLD-DORMANT-COUNT.
005840     DISPLAY "UNCLAIMED        : " WS-UNCLAIMED-COUNT.
005850 7000-EXIT.
005860     EXIT.
005870*
005880 7100-PRINT-CCY-TOTAL.
005890     MOVE WS-CCY-CODE(WS-CCY-IX) TO WS-CCYL-CODE.
005900     IF WS-CCYL-CODE = SPACES THEN
005910         MOVE "BASE" TO WS-CCYL-CODE
005920     END-IF.
005930     MOVE WS-CCY-COUNT(WS-CCY-IX) TO WS-CCYL-COUNT.
005940     MOVE WS-CCY-TOTAL(WS-CCY-IX) TO WS-CCYL-TOTAL.
005950     WRITE UNCLAIMED-LINE FROM WS-RPT-CCY-LINE.
005960     ADD 1 TO WS-CCY-IX.
005970 7100-EXIT.
005980     EXIT.
005990*
006000*-----------------------------------------------------------*
006010* 8000-FINALIZE - close whatever this run opened.           *
006020*-----------------------------------------------------------*
006030 8000-FINALIZE.
006040     IF WS-PARMS-OK THEN
006050         CLOSE ACCTMAST-FILE
006060         CLOSE CUSTMAST-FILE
006070         CLOSE AUDIT-FILE
006080         CLOSE DORMANCY-REPORT
006090         CLOSE UNCLAIMED-REPORT
006100     END-IF.
006110 8000-EXIT.
006120     EXIT.
