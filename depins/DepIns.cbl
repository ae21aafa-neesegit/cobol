000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DepIns.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New deposit-insurance coverage step for  *
000080*                  the deposit-guarantee filing, run each   *
000090*                  quarter or on demand: every customer's   *
000100*                  linked accounts, walked through the      *
000110*                  cross-reference, have their positive     *
000120*                  balances converted to base at the rates  *
000130*                  effective on the report date and totalled*
000140*                  per depositor, split at the insured cap  *
000150*                  off the parameter card into insured and  *
000160*                  uninsured. Printed schedule plus the     *
000170*                  fixed-format regulatory file, accounts   *
000180*                  that cannot be tied to a depositor listed*
000190*                  as exceptions, and grand totals proved   *
000200*                  against the base-currency deposit total  *
000210*                  of the whole account master.             *
000220*-----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CARD-FILE ASSIGN TO SYSIN
000280         ORGANIZATION IS SEQUENTIAL.
000290*
000300     SELECT CAL-FILE ASSIGN TO DATECAL
000310         ORGANIZATION IS SEQUENTIAL.
000320*
000330     SELECT RATE-FILE ASSIGN TO RATETBL
000340         ORGANIZATION IS SEQUENTIAL.
000350*
000360     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ACCT-ID
000400         FILE STATUS IS WS-ACCTMAST-STATUS.
000410*
000420     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CUST-NO
000460         FILE STATUS IS WS-CUSTMAST-STATUS.
000470*
000480     SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTXREF
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS XREF-KEY
000520         FILE STATUS IS WS-XREF-STATUS.
000530*
000540     SELECT INS-REPORT ASSIGN TO INSRPT
000550         ORGANIZATION IS SEQUENTIAL.
000560*
000570     SELECT INS-FILE ASSIGN TO INSFILE
000580         ORGANIZATION IS SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CARD-FILE.
000630 01  PARM-CARD.
000640     05  CARD-INSURED-CAP            PIC 9(08).
000650     05  FILLER                      PIC X(72).
000660*
000670 FD  CAL-FILE.
000680     COPY CALREC.
000690*
000700 FD  RATE-FILE.
000710     COPY CURRREC.
000720*
000730 FD  ACCTMAST-FILE.
000740     COPY ACCTREC.
000750*
000760 FD  CUSTMAST-FILE.
000770     COPY CUSTREC.
000780*
000790 FD  XREF-FILE.
000800     COPY XREFREC.
000810*
000820 FD  INS-REPORT.
000830 01  INS-REPORT-LINE                 PIC X(132).
000840*
000850 FD  INS-FILE.
000860     COPY INSREC.
000870*
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000910         88  WS-CARD-EOF                 VALUE "Y".
000920     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000930         88  WS-CAL-EOF                  VALUE "Y".
000940     05  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
000950         88  WS-RATE-EOF                 VALUE "Y".
000960     05  WS-RATE-HIT-SW              PIC X(01).
000970         88  WS-RATE-HIT                 VALUE "Y".
000980     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
000990         88  WS-MAST-EOF                 VALUE "Y".
001000     05  WS-CUST-EOF-SW              PIC X(01) VALUE "N".
001010         88  WS-CUST-EOF                 VALUE "Y".
001020     05  WS-XREF-EOF-SW              PIC X(01) VALUE "N".
001030         88  WS-XREF-EOF                 VALUE "Y".
001040     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
001050         88  WS-PROC-DATE-FOUND          VALUE "Y".
001060     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
001070         88  WS-PARMS-OK                 VALUE "Y".
001080     05  WS-MASTERS-OPEN-SW          PIC X(01) VALUE "N".
001090         88  WS-MASTERS-OPEN             VALUE "Y".
001100     05  WS-OUTPUT-OPEN-SW           PIC X(01) VALUE "N".
001110         88  WS-OUTPUT-OPEN              VALUE "Y".
001120     05  WS-SECTION-SW               PIC X(01) VALUE "D".
001130         88  WS-DEPOSITOR-SECTION        VALUE "D".
001140         88  WS-UNASSIGNED-SECTION       VALUE "U".
001150         88  WS-TOTALS-SECTION           VALUE "T".
001160*
001170 01  WS-ACCTMAST-STATUS              PIC X(02).
001180 01  WS-CUSTMAST-STATUS              PIC X(02).
001190 01  WS-XREF-STATUS                  PIC X(02).
001200*
001210*----------------------------------------------------------------*
001220* The report date is the calendar's processing date; every rate  *
001230* used must be effective on it. The insured cap, off the         *
001240* parameter card, is per depositor in whole base units.          *
001250*----------------------------------------------------------------*
001260 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001270 01  WS-INSURED-CAP                  PIC 9(08) VALUE 0.
001280 01  WS-CREATION-DATE                PIC 9(08).
001290*
001300*----------------------------------------------------------------*
001310* The treasury rates, loaded once. A blank account currency is   *
001320* the base itself (rate 1).                                      *
001330*----------------------------------------------------------------*
001340 01  WS-RATE-TABLE.
001350     05  WS-RATE-COUNT               PIC 9(02) VALUE 0.
001360     05  WS-RATE-ENTRY               OCCURS 10 TIMES.
001370         10  WS-RATE-CODE            PIC X(03).
001380         10  WS-RATE-TO-BASE         PIC 9(03)V9(06).
001390*
001400 77  WS-RATE-IX                      PIC 9(02) COMP.
001410*
001420*----------------------------------------------------------------*
001430* One account's deposit in base - its balance converted, or      *
001440* zero when the balance is not positive - and the customer being *
001450* walked with the totals of its linked accounts.                 *
001460*----------------------------------------------------------------*
001470 77  WS-ACCT-BASE                    PIC S9(11) VALUE 0.
001480 77  WS-WALK-CUST-NO                 PIC X(06).
001490 77  WS-UNASSIGNED-REASON            PIC X(24).
001500*
001510 01  WS-CUST-WORK.
001520     05  WS-CUST-ACCTS               PIC 9(03).
001530     05  WS-CUST-DEPOSITS            PIC 9(11).
001540     05  WS-CUST-INSURED             PIC 9(11).
001550     05  WS-CUST-UNINSURED           PIC 9(11).
001560*
001570 01  WS-RUN-TOTALS.
001580     05  WS-MASTER-ACCTS             PIC 9(07) VALUE 0.
001590     05  WS-MASTER-TOTAL             PIC 9(13) VALUE 0.
001600     05  WS-CUST-READ-COUNT          PIC 9(07) VALUE 0.
001610     05  WS-NO-DEPOSIT-COUNT         PIC 9(07) VALUE 0.
001620     05  WS-DEPOSITOR-COUNT          PIC 9(07) VALUE 0.
001630     05  WS-TOT-DEPOSITS             PIC 9(13) VALUE 0.
001640     05  WS-TOT-INSURED              PIC 9(13) VALUE 0.
001650     05  WS-TOT-UNINSURED            PIC 9(13) VALUE 0.
001660     05  WS-UNASSIGNED-COUNT         PIC 9(05) VALUE 0.
001670     05  WS-UNASSIGNED-TOTAL         PIC 9(13) VALUE 0.
001680     05  WS-RECON-TOTAL              PIC 9(13) VALUE 0.
001690     05  WS-RECON-DIFF               PIC S9(13) VALUE 0.
001700*
001710 01  WS-RPT-COUNTERS.
001720     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
001730     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
001740     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001750*
001760 01  WS-RPT-HEADER-1.
001770     05  FILLER                      PIC X(38) VALUE
001780         "DEPOSIT INSURANCE COVERAGE SCHEDULE".
001790     05  FILLER                      PIC X(13) VALUE
001800         "REPORT DATE: ".
001810     05  WS-HDR-DATE                 PIC 9(08).
001820     05  FILLER                      PIC X(16) VALUE
001830         "  INSURED CAP : ".
001840     05  WS-HDR-CAP                  PIC ZZ,ZZZ,ZZ9.
001850     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
001860     05  WS-HDR-PAGE                 PIC ZZ9.
001870*
001880 01  WS-RPT-SECTION-LINE.
001890     05  WS-SEC-TITLE                PIC X(60).
001900*
001910 01  WS-RPT-DEPOSITOR-HEADINGS.
001920     05  FILLER                      PIC X(10) VALUE "CUSTOMER".
001930     05  FILLER                      PIC X(27) VALUE "NAME".
001940     05  FILLER                      PIC X(07) VALUE "ACCTS".
001950     05  FILLER                      PIC X(17) VALUE
001960         "   TOTAL DEPOSITS".
001970     05  FILLER                      PIC X(19) VALUE
001980         "            INSURED".
001990     05  FILLER                      PIC X(19) VALUE
002000         "          UNINSURED".
002010*
002020 01  WS-RPT-DEPOSITOR-LINE.
002030     05  WS-DTL-CUST-NO              PIC X(06).
002040     05  FILLER                      PIC X(04) VALUE SPACES.
002050     05  WS-DTL-CUST-NAME            PIC X(25).
002060     05  FILLER                      PIC X(02) VALUE SPACES.
002070     05  WS-DTL-ACCTS                PIC ZZ9.
002080     05  FILLER                      PIC X(04) VALUE SPACES.
002090     05  WS-DTL-DEPOSITS             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002100     05  FILLER                      PIC X(02) VALUE SPACES.
002110     05  WS-DTL-INSURED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  WS-DTL-UNINSURED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002140*
002150 01  WS-RPT-UNASSIGNED-HEADINGS.
002160     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
002170     05  FILLER                      PIC X(08) VALUE "CUSTOMER".
002180     05  FILLER                      PIC X(05) VALUE "CCY".
002190     05  FILLER                      PIC X(10) VALUE
002200         "   BALANCE".
002210     05  FILLER                      PIC X(19) VALUE
002220         "       BASE DEPOSIT".
002230     05  FILLER                      PIC X(08) VALUE "  REASON".
002240*
002250 01  WS-RPT-UNASSIGNED-LINE.
002260     05  WS-UNA-ACCT-ID              PIC X(06).
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  WS-UNA-CUST-NO              PIC X(06).
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  WS-UNA-CURRENCY             PIC X(03).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  WS-UNA-BALANCE              PIC -(9)9.
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  WS-UNA-BASE                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002350     05  FILLER                      PIC X(02) VALUE SPACES.
002360     05  WS-UNA-REASON               PIC X(24).
002370*
002380 01  WS-RPT-TOTAL-LINE.
002390     05  WS-TOT-LABEL                PIC X(36).
002400     05  WS-TOT-VALUE                PIC -,---,---,---,--9.
002410*
002420 PROCEDURE DIVISION.
002430*
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE
002460         THRU 1000-EXIT.
002470     IF WS-PARMS-OK THEN
002480         PERFORM 2000-TOTAL-MASTER
002490             THRU 2000-EXIT
002500     END-IF.
002510     IF WS-PARMS-OK THEN
002520         PERFORM 3000-START-OUTPUT
002530             THRU 3000-EXIT
002540         PERFORM 4000-PROCESS-CUSTOMER
002550             THRU 4000-EXIT
002560             UNTIL WS-CUST-EOF
002570         PERFORM 5000-LIST-UNASSIGNED
002580             THRU 5000-EXIT
002590         PERFORM 7000-PRINT-TOTALS
002600             THRU 7000-EXIT
002610     END-IF.
002620     PERFORM 8000-FINALIZE
002630         THRU 8000-EXIT.
002640     STOP RUN.
002650*
002660*-----------------------------------------------------------*
002670* 1000-INITIALIZE - the parameter card, the report date off *
002680* the calendar and the rates effective on it, then the      *
002690* masters. No usable cap, date or rate table, no run - a    *
002700* regulatory return is not filed on guessed figures.        *
002710*-----------------------------------------------------------*
002720 1000-INITIALIZE.
002730     PERFORM 1050-READ-PARM-CARD
002740         THRU 1050-EXIT.
002750     PERFORM 1100-LOAD-CALENDAR
002760         THRU 1100-EXIT.
002770     IF NOT WS-PARMS-OK THEN
002780         MOVE 16 TO RETURN-CODE
002790         GO TO 1000-EXIT
002800     END-IF.
002810     PERFORM 1150-LOAD-RATE-TABLE
002820         THRU 1150-EXIT.
002830     IF NOT WS-PARMS-OK THEN
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF.
002870     DISPLAY "REPORT DATE : " WS-PROC-DATE
002880         "  INSURED CAP : " WS-INSURED-CAP.
002890     OPEN INPUT ACCTMAST-FILE.
002900     OPEN INPUT CUSTMAST-FILE.
002910     OPEN INPUT XREF-FILE.
002920     MOVE "Y" TO WS-MASTERS-OPEN-SW.
002930 1000-EXIT.
002940     EXIT.
002950*
002960*-----------------------------------------------------------*
002970* 1050-READ-PARM-CARD - columns 1-8 are the insured cap per *
002980* depositor in whole base units; numeric and non-zero.      *
002990*-----------------------------------------------------------*
003000 1050-READ-PARM-CARD.
003010     OPEN INPUT CARD-FILE.
003020     READ CARD-FILE
003030         AT END
003040             MOVE "Y" TO WS-CARD-EOF-SW
003050     END-READ.
003060     IF WS-CARD-EOF
003070             OR CARD-INSURED-CAP IS NOT NUMERIC THEN
003080         DISPLAY "*** NO USABLE PARAMETER CARD - RUN REJECTED ***"
003090         MOVE "N" TO WS-PARMS-OK-SW
003100         CLOSE CARD-FILE
003110         GO TO 1050-EXIT
003120     END-IF.
003130     IF CARD-INSURED-CAP = 0 THEN
003140         DISPLAY "*** INSURED CAP OF ZERO - RUN REJECTED ***"
003150         MOVE "N" TO WS-PARMS-OK-SW
003160         CLOSE CARD-FILE
003170         GO TO 1050-EXIT
003180     END-IF.
003190     MOVE CARD-INSURED-CAP TO WS-INSURED-CAP.
003200     CLOSE CARD-FILE.
003210 1050-EXIT.
003220     EXIT.
003230*
003240*-----------------------------------------------------------*
003250* 1100-LOAD-CALENDAR - the report date is the business date *
003260* being processed, not the clock.                           *
003270*-----------------------------------------------------------*
003280 1100-LOAD-CALENDAR.
003290     OPEN INPUT CAL-FILE.
003300     PERFORM 1110-READ-CAL-RECORD
003310         THRU 1110-EXIT
003320         UNTIL WS-CAL-EOF.
003330     CLOSE CAL-FILE.
003340     IF NOT WS-PROC-DATE-FOUND THEN
003350         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
003360             "RUN REJECTED ***"
003370         MOVE "N" TO WS-PARMS-OK-SW
003380     END-IF.
003390 1100-EXIT.
003400     EXIT.
003410*
003420 1110-READ-CAL-RECORD.
003430     READ CAL-FILE
003440         AT END
003450             MOVE "Y" TO WS-CAL-EOF-SW
003460             GO TO 1110-EXIT
003470     END-READ.
003480     IF CAL-PROCESSING-DATE THEN
003490         MOVE CAL-DATE TO WS-PROC-DATE
003500         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
003510     END-IF.
003520 1110-EXIT.
003530     EXIT.
003540*
003550*-----------------------------------------------------------*
003560* 1150-LOAD-RATE-TABLE - the treasury rates into storage.   *
003570* A rate not effective on the report date is a stale table, *
003580* the same gate the balance run applies, and the run is     *
003590* rejected before anything is written.                      *
003600*-----------------------------------------------------------*
003610 1150-LOAD-RATE-TABLE.
003620     OPEN INPUT RATE-FILE.
003630     PERFORM 1160-READ-RATE-RECORD
003640         THRU 1160-EXIT
003650         UNTIL WS-RATE-EOF.
003660     CLOSE RATE-FILE.
003670 1150-EXIT.
003680     EXIT.
003690*
003700 1160-READ-RATE-RECORD.
003710     READ RATE-FILE
003720         AT END
003730             MOVE "Y" TO WS-RATE-EOF-SW
003740             GO TO 1160-EXIT
003750     END-READ.
003760     IF CURR-EFF-DATE NOT = WS-PROC-DATE THEN
003770         DISPLAY "*** RATE FOR " CURR-CODE " EFFECTIVE "
003780             CURR-EFF-DATE " NOT REPORT DATE "
003790             WS-PROC-DATE " - RUN REJECTED ***"
003800         MOVE "N" TO WS-PARMS-OK-SW
003810     END-IF.
003820     IF WS-RATE-COUNT < 10 THEN
003830         ADD 1 TO WS-RATE-COUNT
003840         MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
003850         MOVE CURR-RATE-TO-BASE
003860             TO WS-RATE-TO-BASE(WS-RATE-COUNT)
003870     ELSE
003880         DISPLAY "RATE TABLE FULL - " CURR-CODE " IGNORED"
003890     END-IF.
003900 1160-EXIT.
003910     EXIT.
003920*
003930*-----------------------------------------------------------*
003940* 2000-TOTAL-MASTER - one pass down the whole account       *
003950* master for the base-currency deposit total the schedule   *
003960* must reconcile to. It also proves every currency holding  *
003970* deposits has a rate before a line is written; one that    *
003980* does not rejects the run.                                 *
003990*-----------------------------------------------------------*
004000 2000-TOTAL-MASTER.
004010     MOVE "N" TO WS-MAST-EOF-SW.
004020     MOVE LOW-VALUES TO ACCT-ID.
004030     START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
004040         INVALID KEY
004050             MOVE "Y" TO WS-MAST-EOF-SW
004060     END-START.
004070     PERFORM 2100-ADD-MASTER-ACCOUNT
004080         THRU 2100-EXIT
004090         UNTIL WS-MAST-EOF.
004100     IF NOT WS-PARMS-OK THEN
004110         DISPLAY "*** DEPOSITS IN A CURRENCY WITH NO RATE - "
004120             "RUN REJECTED ***"
004130         MOVE 16 TO RETURN-CODE
004140     END-IF.
004150 2000-EXIT.
004160     EXIT.
004170*
004180 2100-ADD-MASTER-ACCOUNT.
004190     READ ACCTMAST-FILE NEXT RECORD
004200         AT END
004210             MOVE "Y" TO WS-MAST-EOF-SW
004220             GO TO 2100-EXIT
004230     END-READ.
004240     ADD 1 TO WS-MASTER-ACCTS.
004250     PERFORM 2200-BASE-DEPOSIT
004260         THRU 2200-EXIT.
004270     ADD WS-ACCT-BASE TO WS-MASTER-TOTAL.
004280 2100-EXIT.
004290     EXIT.
004300*
004310*-----------------------------------------------------------*
004320* 2200-BASE-DEPOSIT - the account's deposit in base units:  *
004330* a positive balance converted at its currency's rate,      *
004340* rounded per account; an overdrawn or empty account holds  *
004350* no deposit. The same figure feeds the master total and    *
004360* the depositor totals, so the two can only differ by an    *
004370* account that is in one and not the other.                 *
004380*-----------------------------------------------------------*
004390 2200-BASE-DEPOSIT.
004400     MOVE 0 TO WS-ACCT-BASE.
004410     IF ACCT-BALANCE NOT > 0 THEN
004420         GO TO 2200-EXIT
004430     END-IF.
004440     IF ACCT-CURRENCY-CODE = SPACES THEN
004450         MOVE ACCT-BALANCE TO WS-ACCT-BASE
004460         GO TO 2200-EXIT
004470     END-IF.
004480     MOVE "N" TO WS-RATE-HIT-SW.
004490     MOVE 1 TO WS-RATE-IX.
004500     PERFORM 2250-CHECK-RATE-SLOT
004510         THRU 2250-EXIT
004520         UNTIL WS-RATE-HIT
004530             OR WS-RATE-IX > WS-RATE-COUNT.
004540     IF WS-RATE-HIT THEN
004550         COMPUTE WS-ACCT-BASE ROUNDED =
004560             ACCT-BALANCE * WS-RATE-TO-BASE(WS-RATE-IX)
004570     ELSE
004580         DISPLAY "*** NO RATE FOR " ACCT-CURRENCY-CODE
004590             " - ACCOUNT " ACCT-ID " ***"
004600         MOVE "N" TO WS-PARMS-OK-SW
004610     END-IF.
004620 2200-EXIT.
004630     EXIT.
004640*
004650 2250-CHECK-RATE-SLOT.
004660     IF WS-RATE-CODE(WS-RATE-IX) = ACCT-CURRENCY-CODE THEN
004670         MOVE "Y" TO WS-RATE-HIT-SW
004680     ELSE
004690         ADD 1 TO WS-RATE-IX
004700     END-IF.
004710 2250-EXIT.
004720     EXIT.
004730*
004740*-----------------------------------------------------------*
004750* 3000-START-OUTPUT - open the schedule and the regulatory  *
004760* file, write the file's header, and position the customer  *
004770* master at its first record.                               *
004780*-----------------------------------------------------------*
004790 3000-START-OUTPUT.
004800     OPEN OUTPUT INS-REPORT.
004810     OPEN OUTPUT INS-FILE.
004820     MOVE "Y" TO WS-OUTPUT-OPEN-SW.
004830     MOVE WS-PROC-DATE TO WS-HDR-DATE.
004840     MOVE WS-INSURED-CAP TO WS-HDR-CAP.
004850     ACCEPT WS-CREATION-DATE FROM DATE YYYYMMDD.
004860     MOVE SPACES TO INS-HEADER-RECORD.
004870     MOVE "H" TO INSH-REC-TYPE.
004880     MOVE WS-PROC-DATE TO INSH-REPORT-DATE.
004890     MOVE WS-INSURED-CAP TO INSH-INSURED-CAP.
004900     MOVE WS-CREATION-DATE TO INSH-CREATION-DATE.
004910     WRITE INS-HEADER-RECORD.
004920     MOVE "D" TO WS-SECTION-SW.
004930     MOVE "DEPOSITORS" TO WS-SEC-TITLE.
004940     MOVE LOW-VALUES TO CUST-NO.
004950     START CUSTMAST-FILE KEY IS NOT LESS THAN CUST-NO
004960         INVALID KEY
004970             MOVE "Y" TO WS-CUST-EOF-SW
004980     END-START.
004990 3000-EXIT.
005000     EXIT.
005010*
005020*-----------------------------------------------------------*
005030* 4000-PROCESS-CUSTOMER - one customer per pass: walk the   *
005040* cross-reference to each linked account, total the         *
005050* deposits in base and split the total at the cap. A        *
005060* customer with no deposits is not a depositor and is only  *
005070* counted.                                                  *
005080*-----------------------------------------------------------*
005090 4000-PROCESS-CUSTOMER.
005100     READ CUSTMAST-FILE NEXT RECORD
005110         AT END
005120             MOVE "Y" TO WS-CUST-EOF-SW
005130             GO TO 4000-EXIT
005140     END-READ.
005150     ADD 1 TO WS-CUST-READ-COUNT.
005160     MOVE 0 TO WS-CUST-ACCTS.
005170     MOVE 0 TO WS-CUST-DEPOSITS.
005180     MOVE CUST-NO TO WS-WALK-CUST-NO.
005190     PERFORM 4100-START-XREF-WALK
005200         THRU 4100-EXIT.
005210     PERFORM 4200-ADD-LINKED-ACCOUNT
005220         THRU 4200-EXIT
005230         UNTIL WS-XREF-EOF.
005240     IF WS-CUST-DEPOSITS = 0 THEN
005250         ADD 1 TO WS-NO-DEPOSIT-COUNT
005260         GO TO 4000-EXIT
005270     END-IF.
005280     IF WS-CUST-DEPOSITS > WS-INSURED-CAP THEN
005290         MOVE WS-INSURED-CAP TO WS-CUST-INSURED
005300     ELSE
005310         MOVE WS-CUST-DEPOSITS TO WS-CUST-INSURED
005320     END-IF.
005330     COMPUTE WS-CUST-UNINSURED =
005340         WS-CUST-DEPOSITS - WS-CUST-INSURED.
005350     ADD 1 TO WS-DEPOSITOR-COUNT.
005360     ADD WS-CUST-DEPOSITS TO WS-TOT-DEPOSITS.
005370     ADD WS-CUST-INSURED TO WS-TOT-INSURED.
005380     ADD WS-CUST-UNINSURED TO WS-TOT-UNINSURED.
005390     PERFORM 4400-WRITE-DEPOSITOR
005400         THRU 4400-EXIT.
005410 4000-EXIT.
005420     EXIT.
005430*
005440 4100-START-XREF-WALK.
005450     MOVE "N" TO WS-XREF-EOF-SW.
005460     MOVE WS-WALK-CUST-NO TO XREF-CUST-NO.
005470     MOVE LOW-VALUES TO XREF-ACCT-ID.
005480     START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
005490         INVALID KEY
005500             MOVE "Y" TO WS-XREF-EOF-SW
005510             GO TO 4100-EXIT
005520     END-START.
005530     PERFORM 4150-READ-NEXT-XREF
005540         THRU 4150-EXIT.
005550 4100-EXIT.
005560     EXIT.
005570*
005580 4150-READ-NEXT-XREF.
005590     READ XREF-FILE NEXT RECORD
005600         AT END
005610             MOVE "Y" TO WS-XREF-EOF-SW
005620             GO TO 4150-EXIT
005630     END-READ.
005640     IF XREF-CUST-NO NOT = WS-WALK-CUST-NO THEN
005650         MOVE "Y" TO WS-XREF-EOF-SW
005660     END-IF.
005670 4150-EXIT.
005680     EXIT.
005690*
005700*-----------------------------------------------------------*
005710* 4200-ADD-LINKED-ACCOUNT - one cross-reference row. The    *
005720* account must still be on the master and still name this   *
005730* customer as its owner; a stale row is passed over, and    *
005740* the account turns up under its real owner or on the       *
005750* unassigned listing instead.                               *
005760*-----------------------------------------------------------*
005770 4200-ADD-LINKED-ACCOUNT.
005780     MOVE XREF-ACCT-ID TO ACCT-ID.
005790     READ ACCTMAST-FILE
005800         INVALID KEY
005810             GO TO 4290-NEXT-XREF
005820     END-READ.
005830     IF ACCT-CUST-NO NOT = WS-WALK-CUST-NO THEN
005840         GO TO 4290-NEXT-XREF
005850     END-IF.
005860     ADD 1 TO WS-CUST-ACCTS.
005870     PERFORM 2200-BASE-DEPOSIT
005880         THRU 2200-EXIT.
005890     ADD WS-ACCT-BASE TO WS-CUST-DEPOSITS.
005900 4290-NEXT-XREF.
005910     PERFORM 4150-READ-NEXT-XREF
005920         THRU 4150-EXIT.
005930 4200-EXIT.
005940     EXIT.
005950*
005960*-----------------------------------------------------------*
005970* 4400-WRITE-DEPOSITOR - the schedule line and the          *
005980* regulatory file's detail record for one depositor.        *
005990*-----------------------------------------------------------*
006000 4400-WRITE-DEPOSITOR.
006010     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
006020         PERFORM 6000-PRINT-HEADER
006030             THRU 6000-EXIT
006040     END-IF.
006050     MOVE CUST-NO TO WS-DTL-CUST-NO.
006060     MOVE CUST-NAME TO WS-DTL-CUST-NAME.
006070     MOVE WS-CUST-ACCTS TO WS-DTL-ACCTS.
006080     MOVE WS-CUST-DEPOSITS TO WS-DTL-DEPOSITS.
006090     MOVE WS-CUST-INSURED TO WS-DTL-INSURED.
006100     MOVE WS-CUST-UNINSURED TO WS-DTL-UNINSURED.
006110     WRITE INS-REPORT-LINE FROM WS-RPT-DEPOSITOR-LINE.
006120     ADD 1 TO WS-RPT-LINE-COUNT.
006130     MOVE SPACES TO INS-DETAIL-RECORD.
006140     MOVE "D" TO INS-REC-TYPE.
006150     MOVE CUST-NO TO INS-CUST-NO.
006160     MOVE CUST-NAME TO INS-CUST-NAME.
006170     MOVE WS-CUST-ACCTS TO INS-ACCOUNT-COUNT.
006180     MOVE WS-CUST-DEPOSITS TO INS-TOTAL-DEPOSITS.
006190     MOVE WS-CUST-INSURED TO INS-INSURED-AMOUNT.
006200     MOVE WS-CUST-UNINSURED TO INS-UNINSURED-AMOUNT.
006210     WRITE INS-DETAIL-RECORD.
006220 4400-EXIT.
006230     EXIT.
006240*
006250*-----------------------------------------------------------*
006260* 5000-LIST-UNASSIGNED - a second pass down the master for  *
006270* deposits no depositor picked up: no customer link, a      *
006280* customer missing from the customer master, or a link with *
006290* no cross-reference row. They cannot be filed against a    *
006300* depositor, so they are listed on their own page for the   *
006310* data to be put right, and the step ends with a warning.   *
006320*-----------------------------------------------------------*
006330 5000-LIST-UNASSIGNED.
006340     MOVE "U" TO WS-SECTION-SW.
006350     MOVE "ACCOUNTS NOT ASSIGNED TO A DEPOSITOR" TO WS-SEC-TITLE.
006360     PERFORM 6000-PRINT-HEADER
006370         THRU 6000-EXIT.
006380     MOVE "N" TO WS-MAST-EOF-SW.
006390     MOVE LOW-VALUES TO ACCT-ID.
006400     START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
006410         INVALID KEY
006420             MOVE "Y" TO WS-MAST-EOF-SW
006430     END-START.
006440     PERFORM 5100-CHECK-ONE-ACCOUNT
006450         THRU 5100-EXIT
006460         UNTIL WS-MAST-EOF.
006470     IF WS-UNASSIGNED-COUNT = 0 THEN
006480         MOVE "NONE" TO INS-REPORT-LINE
006490         WRITE INS-REPORT-LINE
006500     ELSE
006510         IF RETURN-CODE = 0 THEN
006520             MOVE 4 TO RETURN-CODE
006530         END-IF
006540     END-IF.
006550 5000-EXIT.
006560     EXIT.
006570*
006580 5100-CHECK-ONE-ACCOUNT.
006590     READ ACCTMAST-FILE NEXT RECORD
006600         AT END
006610             MOVE "Y" TO WS-MAST-EOF-SW
006620             GO TO 5100-EXIT
006630     END-READ.
006640     PERFORM 2200-BASE-DEPOSIT
006650         THRU 2200-EXIT.
006660     IF WS-ACCT-BASE = 0 THEN
006670         GO TO 5100-EXIT
006680     END-IF.
006690     IF ACCT-CUST-NO = SPACES THEN
006700         MOVE "NO CUSTOMER LINK" TO WS-UNASSIGNED-REASON
006710         GO TO 5190-LIST
006720     END-IF.
006730     MOVE ACCT-CUST-NO TO CUST-NO.
006740     READ CUSTMAST-FILE
006750         INVALID KEY
006760             MOVE "CUSTOMER NOT ON MASTER" TO WS-UNASSIGNED-REASON
006770             GO TO 5190-LIST
006780     END-READ.
006790     MOVE ACCT-CUST-NO TO XREF-CUST-NO.
006800     MOVE ACCT-ID TO XREF-ACCT-ID.
006810     READ XREF-FILE
006820         INVALID KEY
006830             MOVE "NO CROSS-REFERENCE ROW" TO WS-UNASSIGNED-REASON
006840             GO TO 5190-LIST
006850     END-READ.
006860     GO TO 5100-EXIT.
006870 5190-LIST.
006880     PERFORM 5200-LIST-ONE-ACCOUNT
006890         THRU 5200-EXIT.
006900 5100-EXIT.
006910     EXIT.
006920*
006930 5200-LIST-ONE-ACCOUNT.
006940     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
006950         PERFORM 6000-PRINT-HEADER
006960             THRU 6000-EXIT
006970     END-IF.
006980     MOVE ACCT-ID TO WS-UNA-ACCT-ID.
006990     MOVE ACCT-CUST-NO TO WS-UNA-CUST-NO.
007000     MOVE ACCT-CURRENCY-CODE TO WS-UNA-CURRENCY.
007010     MOVE ACCT-BALANCE TO WS-UNA-BALANCE.
007020     MOVE WS-ACCT-BASE TO WS-UNA-BASE.
007030     MOVE WS-UNASSIGNED-REASON TO WS-UNA-REASON.
007040     WRITE INS-REPORT-LINE FROM WS-RPT-UNASSIGNED-LINE.
007050     ADD 1 TO WS-RPT-LINE-COUNT.
007060     ADD 1 TO WS-UNASSIGNED-COUNT.
007070     ADD WS-ACCT-BASE TO WS-UNASSIGNED-TOTAL.
007080 5200-EXIT.
007090     EXIT.
007100*
007110*-----------------------------------------------------------*
007120* 6000-PRINT-HEADER - page heading, the section's title and *
007130* the column headings of the section being printed.         *
007140*-----------------------------------------------------------*
007150 6000-PRINT-HEADER.
007160     ADD 1 TO WS-RPT-PAGE-NO.
007170     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
007180     WRITE INS-REPORT-LINE FROM WS-RPT-HEADER-1.
007190     MOVE SPACES TO INS-REPORT-LINE.
007200     WRITE INS-REPORT-LINE.
007210     WRITE INS-REPORT-LINE FROM WS-RPT-SECTION-LINE.
007220     MOVE SPACES TO INS-REPORT-LINE.
007230     WRITE INS-REPORT-LINE.
007240     IF WS-DEPOSITOR-SECTION THEN
007250         WRITE INS-REPORT-LINE FROM WS-RPT-DEPOSITOR-HEADINGS
007260     END-IF.
007270     IF WS-UNASSIGNED-SECTION THEN
007280         WRITE INS-REPORT-LINE FROM WS-RPT-UNASSIGNED-HEADINGS
007290     END-IF.
007300     MOVE 1 TO WS-RPT-LINE-COUNT.
007310 6000-EXIT.
007320     EXIT.
007330*
007340*-----------------------------------------------------------*
007350* 7000-PRINT-TOTALS - the control page and the file's       *
007360* trailer. Depositors plus unassigned must come to the      *
007370* master's deposit total; a difference (the master moved    *
007380* under the run) is printed and flags the step.             *
007390*-----------------------------------------------------------*
007400 7000-PRINT-TOTALS.
007410     MOVE "T" TO WS-SECTION-SW.
007420     MOVE "CONTROL TOTALS" TO WS-SEC-TITLE.
007430     PERFORM 6000-PRINT-HEADER
007440         THRU 6000-EXIT.
007450     COMPUTE WS-RECON-TOTAL =
007460         WS-TOT-DEPOSITS + WS-UNASSIGNED-TOTAL.
007470     COMPUTE WS-RECON-DIFF =
007480         WS-MASTER-TOTAL - WS-RECON-TOTAL.
007490     MOVE "CUSTOMERS READ                    : " TO WS-TOT-LABEL.
007500     MOVE WS-CUST-READ-COUNT TO WS-TOT-VALUE.
007510     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007520     MOVE "CUSTOMERS WITH NO DEPOSITS        : " TO WS-TOT-LABEL.
007530     MOVE WS-NO-DEPOSIT-COUNT TO WS-TOT-VALUE.
007540     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007550     MOVE "DEPOSITORS                        : " TO WS-TOT-LABEL.
007560     MOVE WS-DEPOSITOR-COUNT TO WS-TOT-VALUE.
007570     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007580     MOVE "TOTAL DEPOSITS OF DEPOSITORS      : " TO WS-TOT-LABEL.
007590     MOVE WS-TOT-DEPOSITS TO WS-TOT-VALUE.
007600     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007610     MOVE "  INSURED                         : " TO WS-TOT-LABEL.
007620     MOVE WS-TOT-INSURED TO WS-TOT-VALUE.
007630     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007640     MOVE "  UNINSURED                       : " TO WS-TOT-LABEL.
007650     MOVE WS-TOT-UNINSURED TO WS-TOT-VALUE.
007660     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007670     MOVE "UNASSIGNED ACCOUNTS               : " TO WS-TOT-LABEL.
007680     MOVE WS-UNASSIGNED-COUNT TO WS-TOT-VALUE.
007690     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007700     MOVE "UNASSIGNED DEPOSITS               : " TO WS-TOT-LABEL.
007710     MOVE WS-UNASSIGNED-TOTAL TO WS-TOT-VALUE.
007720     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007730     MOVE "DEPOSITORS PLUS UNASSIGNED        : " TO WS-TOT-LABEL.
007740     MOVE WS-RECON-TOTAL TO WS-TOT-VALUE.
007750     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007760     MOVE "ACCOUNTS ON MASTER                : " TO WS-TOT-LABEL.
007770     MOVE WS-MASTER-ACCTS TO WS-TOT-VALUE.
007780     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007790     MOVE "DEPOSIT TOTAL OF ACCOUNT MASTER   : " TO WS-TOT-LABEL.
007800     MOVE WS-MASTER-TOTAL TO WS-TOT-VALUE.
007810     WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007820     MOVE SPACES TO INS-REPORT-LINE.
007830     WRITE INS-REPORT-LINE.
007840     IF WS-RECON-DIFF = 0 THEN
007850         MOVE "RECONCILED TO THE ACCOUNT MASTER"
007860             TO INS-REPORT-LINE
007870         WRITE INS-REPORT-LINE
007880     ELSE
007890         MOVE "*** OUT OF BALANCE WITH MASTER BY : "
007900             TO WS-TOT-LABEL
007910         MOVE WS-RECON-DIFF TO WS-TOT-VALUE
007920         WRITE INS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
007930         DISPLAY "*** SCHEDULE OUT OF BALANCE WITH MASTER BY "
007940             WS-RECON-DIFF " ***"
007950         IF RETURN-CODE = 0 THEN
007960             MOVE 4 TO RETURN-CODE
007970         END-IF
007980     END-IF.
007990     MOVE SPACES TO INS-TRAILER-RECORD.
008000     MOVE "T" TO INST-REC-TYPE.
008010     MOVE WS-DEPOSITOR-COUNT TO INST-DEPOSITOR-COUNT.
008020     MOVE WS-TOT-DEPOSITS TO INST-TOTAL-DEPOSITS.
008030     MOVE WS-TOT-INSURED TO INST-INSURED-TOTAL.
008040     MOVE WS-TOT-UNINSURED TO INST-UNINSURED-TOTAL.
008050     MOVE WS-UNASSIGNED-COUNT TO INST-UNASSIGNED-COUNT.
008060     MOVE WS-UNASSIGNED-TOTAL TO INST-UNASSIGNED-TOTAL.
008070     MOVE WS-MASTER-TOTAL TO INST-MASTER-TOTAL.
008080     WRITE INS-TRAILER-RECORD.
008090     DISPLAY "DEPOSITORS       : " WS-DEPOSITOR-COUNT.
008100     DISPLAY "TOTAL DEPOSITS   : " WS-TOT-DEPOSITS.
008110     DISPLAY "INSURED          : " WS-TOT-INSURED.
008120     DISPLAY "UNINSURED        : " WS-TOT-UNINSURED.
008130     DISPLAY "UNASSIGNED       : " WS-UNASSIGNED-COUNT
008140         " ACCOUNTS, " WS-UNASSIGNED-TOTAL.
008150 7000-EXIT.
008160     EXIT.
008170*
008180*-----------------------------------------------------------*
008190* 8000-FINALIZE - close whatever this run opened.           *
008200*-----------------------------------------------------------*
008210 8000-FINALIZE.
008220     IF WS-MASTERS-OPEN THEN
008230         CLOSE ACCTMAST-FILE
008240         CLOSE CUSTMAST-FILE
008250         CLOSE XREF-FILE
008260     END-IF.
008270     IF WS-OUTPUT-OPEN THEN
008280         CLOSE INS-REPORT
008290         CLOSE INS-FILE
008300     END-IF.
008310 8000-EXIT.
008320     EXIT.
