000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YearEnd.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New year-end tax certificate run. Closes *
000080*                  the tax year named on the parameter card *
000090*                  off the account master's tax-year        *
000100*                  accumulators into the closed-year file,  *
000110*                  converting each account's interest and   *
000120*                  charges to base, then moves every account*
000130*                  on to the new year at zero. From the     *
000140*                  closed-year file it prints one           *
000150*                  certificate per customer (name, address, *
000160*                  each linked account in its currency and  *
000170*                  in base), writes the tax-authority       *
000180*                  summary file and a control report        *
000190*                  totalling every certificate. An account  *
000200*                  already closed is never closed again, so *
000210*                  a rerun reproduces the same certificates *
000220*                  without double counting or resetting.    *
000230*-----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CARD-FILE ASSIGN TO SYSIN
000290         ORGANIZATION IS SEQUENTIAL.
000300*
000310     SELECT CAL-FILE ASSIGN TO DATECAL
000320         ORGANIZATION IS SEQUENTIAL.
000330*
000340     SELECT RATE-FILE ASSIGN TO RATETBL
000350         ORGANIZATION IS SEQUENTIAL.
000360*
000370     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ACCT-ID
000410         FILE STATUS IS WS-ACCTMAST-STATUS.
000420*
000430     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CUST-NO
000470         FILE STATUS IS WS-CUSTMAST-STATUS.
000480*
000490     SELECT TAXYR-FILE ASSIGN TO TAXYEAR
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TAXY-KEY
000530         FILE STATUS IS WS-TAXYR-STATUS.
000540*
000550     SELECT CERT-FILE ASSIGN TO CERTOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570*
000580     SELECT TAXS-FILE ASSIGN TO TAXSUMM
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610     SELECT YE-REPORT ASSIGN TO YERPT
000620         ORGANIZATION IS SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CARD-FILE.
000670 01  PARM-CARD.
000680     05  CARD-TAX-YEAR               PIC 9(04).
000690     05  FILLER                      PIC X(76).
000700*
000710 FD  CAL-FILE.
000720     COPY CALREC.
000730*
000740 FD  RATE-FILE.
000750     COPY CURRREC.
000760*
000770 FD  ACCTMAST-FILE.
000780     COPY ACCTREC.
000790*
000800 FD  CUSTMAST-FILE.
000810     COPY CUSTREC.
000820*
000830 FD  TAXYR-FILE.
000840     COPY TAXYREC.
000850*
000860 FD  CERT-FILE.
000870 01  CERT-LINE                       PIC X(80).
000880*
000890 FD  TAXS-FILE.
000900     COPY TAXSREC.
000910*
000920 FD  YE-REPORT.
000930 01  YE-REPORT-LINE                  PIC X(132).
000940*
000950 WORKING-STORAGE SECTION.
000960 01  WS-SWITCHES.
000970     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000980         88  WS-CARD-EOF                 VALUE "Y".
000990     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
001000         88  WS-CAL-EOF                  VALUE "Y".
001010     05  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
001020         88  WS-RATE-EOF                 VALUE "Y".
001030     05  WS-RATE-HIT-SW              PIC X(01).
001040         88  WS-RATE-HIT                 VALUE "Y".
001050     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
001060         88  WS-MAST-EOF                 VALUE "Y".
001070     05  WS-TAXY-EOF-SW              PIC X(01) VALUE "N".
001080         88  WS-TAXY-EOF                 VALUE "Y".
001090     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
001100         88  WS-PROC-DATE-FOUND          VALUE "Y".
001110     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
001120         88  WS-PARMS-OK                 VALUE "Y".
001130     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001140         88  WS-FILES-OPEN               VALUE "Y".
001150     05  WS-CERT-SW                  PIC X(01).
001160         88  WS-CERT-PRODUCED            VALUE "Y".
001170     05  WS-SECTION-SW               PIC X(01) VALUE "N".
001180         88  WS-NOT-CLOSED-SECTION       VALUE "N".
001190         88  WS-CERTIFICATE-SECTION      VALUE "C".
001200         88  WS-NO-CERT-SECTION          VALUE "X".
001210         88  WS-TOTALS-SECTION           VALUE "T".
001220*
001230 01  WS-ACCTMAST-STATUS              PIC X(02).
001240 01  WS-CUSTMAST-STATUS              PIC X(02).
001250 01  WS-TAXYR-STATUS                 PIC X(02).
001260*
001270*----------------------------------------------------------------*
001280* The tax year off the parameter card; it must be over before    *
001290* it is closed, so it has to be earlier than the calendar's      *
001300* processing year. The accounts move on to the year after it.    *
001310*----------------------------------------------------------------*
001320 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001330 01  WS-TAX-YEAR                     PIC 9(04) VALUE 0.
001340 01  WS-NEXT-YEAR                    PIC 9(04) VALUE 0.
001350 01  WS-CREATION-DATE                PIC 9(08).
001360*
001370*----------------------------------------------------------------*
001380* The treasury rates effective on the processing date, loaded    *
001390* once. A blank account currency is the base itself (rate 1).    *
001400* A rate not effective today is not used: accounts in that       *
001410* currency stay open for a rerun once treasury has keyed it.     *
001420*----------------------------------------------------------------*
001430 01  WS-RATE-TABLE.
001440     05  WS-RATE-COUNT               PIC 9(02) VALUE 0.
001450     05  WS-RATE-ENTRY               OCCURS 10 TIMES.
001460         10  WS-RATE-CODE            PIC X(03).
001470         10  WS-RATE-TO-BASE         PIC 9(03)V9(06).
001480*
001490 77  WS-RATE-IX                      PIC 9(02) COMP.
001500 77  WS-ACCT-RATE                    PIC 9(03)V9(06).
001510 77  WS-CERT-CUST-NO                 PIC X(06).
001520 77  WS-NO-CERT-REASON               PIC X(24).
001530*
001540*----------------------------------------------------------------*
001550* Certificate totals in the account currency, one slot per       *
001560* currency seen; the control report's currency lines.            *
001570*----------------------------------------------------------------*
001580 01  WS-CCY-TABLE.
001590     05  WS-CCY-ENTRY OCCURS 20 TIMES.
001600         10  WS-CCY-CODE             PIC X(03).
001610         10  WS-CCY-COUNT            PIC 9(06).
001620         10  WS-CCY-INTEREST         PIC 9(11).
001630         10  WS-CCY-CHARGES          PIC 9(11).
001640 01  WS-CCY-USED                     PIC 9(02) VALUE 0.
001650 01  WS-CCY-IX                       PIC 9(02).
001660*
001670 01  WS-CUST-WORK.
001680     05  WS-CUST-ACCTS               PIC 9(03).
001690     05  WS-CUST-INTEREST            PIC 9(11).
001700     05  WS-CUST-CHARGES             PIC 9(11).
001710*
001720 01  WS-RUN-TOTALS.
001730     05  WS-MASTER-ACCTS             PIC 9(07) VALUE 0.
001740     05  WS-CLOSED-COUNT             PIC 9(07) VALUE 0.
001750     05  WS-ROLLED-COUNT             PIC 9(07) VALUE 0.
001760     05  WS-ALREADY-CLOSED-COUNT     PIC 9(07) VALUE 0.
001770     05  WS-NO-FIGURES-COUNT         PIC 9(07) VALUE 0.
001780     05  WS-NOT-CLOSED-COUNT         PIC 9(07) VALUE 0.
001790     05  WS-YEAR-RECORD-COUNT        PIC 9(07) VALUE 0.
001800     05  WS-CERT-COUNT               PIC 9(07) VALUE 0.
001810     05  WS-CERT-ACCT-COUNT          PIC 9(07) VALUE 0.
001820     05  WS-TOT-INTEREST             PIC 9(13) VALUE 0.
001830     05  WS-TOT-CHARGES              PIC 9(13) VALUE 0.
001840     05  WS-NO-CERT-COUNT            PIC 9(07) VALUE 0.
001850     05  WS-NO-CERT-INTEREST         PIC 9(13) VALUE 0.
001860     05  WS-NO-CERT-CHARGES          PIC 9(13) VALUE 0.
001870*
001880*----------------------------------------------------------*
001890* One certificate is one printed page, laid out like the   *
001900* collection letters and filled to full depth; a customer  *
001910* with more accounts than one page holds runs on to a      *
001920* continuation page under the same heading.                *
001930*----------------------------------------------------------*
001940 01  WS-CRT-COUNTERS.
001950     05  WS-CRT-LINE-COUNT           PIC 9(03) VALUE 0.
001960     05  WS-CRT-LINES-PER-PAGE       PIC 9(03) VALUE 60.
001970     05  WS-CRT-BODY-LIMIT           PIC 9(03) VALUE 50.
001980*
001990 01  WS-CRT-TEXT-TABLE.
002000     05  FILLER                      PIC X(56) VALUE
002010         "THIS STATEMENT SHOWS THE INTEREST CREDITED TO, AND".
002020     05  FILLER                      PIC X(56) VALUE
002030         "THE OVERDRAFT CHARGES DEBITED FROM, EACH OF YOUR".
002040     05  FILLER                      PIC X(56) VALUE
002050         "ACCOUNTS WITH US DURING THE TAX YEAR ABOVE. AMOUNTS".
002060     05  FILLER                      PIC X(56) VALUE
002070         "IN A FOREIGN CURRENCY ARE ALSO SHOWN IN THE BASE".
002080     05  FILLER                      PIC X(56) VALUE
002090         "CURRENCY AT THE RATE IN FORCE WHEN THE YEAR CLOSED.".
002100     05  FILLER                      PIC X(56) VALUE
002110         "PLEASE KEEP THIS STATEMENT WITH YOUR TAX RECORDS.".
002120     05  FILLER                      PIC X(56) VALUE
002130         "IF ANY FIGURE LOOKS WRONG, PLEASE CONTACT YOUR BRANCH.".
002140 01  FILLER REDEFINES WS-CRT-TEXT-TABLE.
002150     05  WS-CRT-TEXT-ENTRY           PIC X(56) OCCURS 7 TIMES.
002160 77  WS-TEXT-IX                      PIC 9(02) COMP.
002170*
002180 01  WS-CRT-HEAD-LINE.
002190     05  FILLER                      PIC X(44) VALUE
002200         "ANNUAL STATEMENT OF INTEREST AND CHARGES".
002210     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
002220     05  WS-CRT-YEAR                 PIC 9(04).
002230     05  FILLER                      PIC X(08) VALUE
002240         "  DATE: ".
002250     05  WS-CRT-DATE                 PIC 9(08).
002260*
002270 01  WS-CRT-ADDRESS-LINE.
002280     05  FILLER                      PIC X(08) VALUE SPACES.
002290     05  WS-CRT-ADDRESS              PIC X(28).
002300*
002310 01  WS-CRT-REF-LINE.
002320     05  FILLER                      PIC X(10) VALUE "CUSTOMER: ".
002330     05  WS-CRT-CUST-NO              PIC X(06).
002340     05  FILLER                      PIC X(04) VALUE SPACES.
002350     05  WS-CRT-CONTINUED            PIC X(11).
002360*
002370 01  WS-CRT-TEXT-LINE.
002380     05  FILLER                      PIC X(08) VALUE SPACES.
002390     05  WS-CRT-TEXT                 PIC X(56).
002400*
002410 01  WS-CRT-COLUMN-HEADINGS.
002420     05  FILLER                      PIC X(10) VALUE "  ACCOUNT".
002430     05  FILLER                      PIC X(06) VALUE "CCY".
002440     05  FILLER                      PIC X(10) VALUE
002450         "  INTEREST".
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  FILLER                      PIC X(10) VALUE
002480         "   CHARGES".
002490     05  FILLER                      PIC X(03) VALUE SPACES.
002500     05  FILLER                      PIC X(13) VALUE
002510         "BASE INTEREST".
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  FILLER                      PIC X(13) VALUE
002540         " BASE CHARGES".
002550*
002560 01  WS-CRT-ACCOUNT-LINE.
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  WS-CRT-ACCT-ID              PIC X(06).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  WS-CRT-CURRENCY             PIC X(04).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  WS-CRT-INTEREST             PIC ZZ,ZZZ,ZZ9.
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  WS-CRT-CHARGES              PIC ZZ,ZZZ,ZZ9.
002650     05  FILLER                      PIC X(03) VALUE SPACES.
002660     05  WS-CRT-BASE-INTEREST        PIC Z,ZZZ,ZZZ,ZZ9.
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  WS-CRT-BASE-CHARGES         PIC Z,ZZZ,ZZZ,ZZ9.
002690*
002700 01  WS-CRT-TOTAL-LINE.
002710     05  FILLER                      PIC X(41) VALUE
002720         "  TOTAL IN BASE CURRENCY".
002730     05  WS-CRT-TOT-INTEREST         PIC Z,ZZZ,ZZZ,ZZ9.
002740     05  FILLER                      PIC X(02) VALUE SPACES.
002750     05  WS-CRT-TOT-CHARGES          PIC Z,ZZZ,ZZZ,ZZ9.
002760*
002770 01  WS-CRT-CLOSE-LINE               PIC X(40).
002780*
002790 01  WS-RPT-COUNTERS.
002800     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
002810     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
002820     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002830*
002840 01  WS-RPT-HEADER-1.
002850     05  FILLER                      PIC X(38) VALUE
002860         "YEAR-END TAX CERTIFICATE CONTROL".
002870     05  FILLER                      PIC X(10) VALUE "TAX YEAR: ".
002880     05  WS-HDR-YEAR                 PIC 9(04).
002890     05  FILLER                      PIC X(12) VALUE
002900         "  RUN DATE: ".
002910     05  WS-HDR-DATE                 PIC 9(08).
002920     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
002930     05  WS-HDR-PAGE                 PIC ZZ9.
002940*
002950 01  WS-RPT-SECTION-LINE.
002960     05  WS-SEC-TITLE                PIC X(60).
002970*
002980 01  WS-RPT-NOT-CLOSED-HEADINGS.
002990     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
003000     05  FILLER                      PIC X(08) VALUE "CUSTOMER".
003010     05  FILLER                      PIC X(06) VALUE "CCY".
003020     05  FILLER                      PIC X(10) VALUE
003030         "  INTEREST".
003040     05  FILLER                      PIC X(12) VALUE
003050         "     CHARGES".
003060     05  FILLER                      PIC X(08) VALUE "  REASON".
003070*
003080 01  WS-RPT-NOT-CLOSED-LINE.
003090     05  WS-NCL-ACCT-ID              PIC X(06).
003100     05  FILLER                      PIC X(02) VALUE SPACES.
003110     05  WS-NCL-CUST-NO              PIC X(06).
003120     05  FILLER                      PIC X(02) VALUE SPACES.
003130     05  WS-NCL-CURRENCY             PIC X(04).
003140     05  FILLER                      PIC X(02) VALUE SPACES.
003150     05  WS-NCL-INTEREST             PIC ZZ,ZZZ,ZZ9.
003160     05  FILLER                      PIC X(02) VALUE SPACES.
003170     05  WS-NCL-CHARGES              PIC ZZ,ZZZ,ZZ9.
003180     05  FILLER                      PIC X(02) VALUE SPACES.
003190     05  WS-NCL-REASON               PIC X(24).
003200*
003210 01  WS-RPT-CERT-HEADINGS.
003220     05  FILLER                      PIC X(10) VALUE "CUSTOMER".
003230     05  FILLER                      PIC X(27) VALUE "NAME".
003240     05  FILLER                      PIC X(07) VALUE "ACCTS".
003250     05  FILLER                      PIC X(17) VALUE
003260         "   BASE INTEREST".
003270     05  FILLER                      PIC X(19) VALUE
003280         "       BASE CHARGES".
003290*
003300 01  WS-RPT-CERT-LINE.
003310     05  WS-CTL-CUST-NO              PIC X(06).
003320     05  FILLER                      PIC X(04) VALUE SPACES.
003330     05  WS-CTL-CUST-NAME            PIC X(25).
003340     05  FILLER                      PIC X(02) VALUE SPACES.
003350     05  WS-CTL-ACCTS                PIC ZZ9.
003360     05  FILLER                      PIC X(04) VALUE SPACES.
003370     05  WS-CTL-INTEREST             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003380     05  FILLER                      PIC X(02) VALUE SPACES.
003390     05  WS-CTL-CHARGES              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003400*
003410 01  WS-RPT-NO-CERT-HEADINGS.
003420     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
003430     05  FILLER                      PIC X(08) VALUE "CUSTOMER".
003440     05  FILLER                      PIC X(06) VALUE "CCY".
003450     05  FILLER                      PIC X(15) VALUE
003460         "  BASE INTEREST".
003470     05  FILLER                      PIC X(15) VALUE
003480         "   BASE CHARGES".
003490     05  FILLER                      PIC X(08) VALUE "  REASON".
003500*
003510 01  WS-RPT-NO-CERT-LINE.
003520     05  WS-NCT-ACCT-ID              PIC X(06).
003530     05  FILLER                      PIC X(02) VALUE SPACES.
003540     05  WS-NCT-CUST-NO              PIC X(06).
003550     05  FILLER                      PIC X(02) VALUE SPACES.
003560     05  WS-NCT-CURRENCY             PIC X(04).
003570     05  FILLER                      PIC X(02) VALUE SPACES.
003580     05  WS-NCT-INTEREST             PIC Z,ZZZ,ZZZ,ZZ9.
003590     05  FILLER                      PIC X(02) VALUE SPACES.
003600     05  WS-NCT-CHARGES              PIC Z,ZZZ,ZZZ,ZZ9.
003610     05  FILLER                      PIC X(02) VALUE SPACES.
003620     05  WS-NCT-REASON               PIC X(24).
003630*
003640 01  WS-RPT-TOTAL-LINE.
003650     05  WS-TOT-LABEL                PIC X(36).
003660     05  WS-TOT-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
003670*
003680 01  WS-RPT-CCY-LINE.
003690     05  FILLER                      PIC X(16) VALUE
003700         "TOTAL CURRENCY ".
003710     05  WS-CCYL-CODE                PIC X(04).
003720     05  FILLER                      PIC X(03) VALUE SPACES.
003730     05  WS-CCYL-COUNT               PIC ZZZ,ZZ9.
003740     05  FILLER                      PIC X(13) VALUE
003750         " ACCOUNTS  ".
003760     05  FILLER                      PIC X(11) VALUE
003770         "INTEREST : ".
003780     05  WS-CCYL-INTEREST            PIC ZZ,ZZZ,ZZZ,ZZ9.
003790     05  FILLER                      PIC X(14) VALUE
003800         "   CHARGES : ".
003810     05  WS-CCYL-CHARGES             PIC ZZ,ZZZ,ZZZ,ZZ9.
003820*
003830 PROCEDURE DIVISION.
003840*
003850 0000-MAINLINE.
003860     PERFORM 1000-INITIALIZE
003870         THRU 1000-EXIT.
003880     IF WS-PARMS-OK THEN
003890         PERFORM 2000-CLOSE-TAX-YEAR
003900             THRU 2000-EXIT
003910     END-IF.
003920     IF WS-PARMS-OK THEN
003930         PERFORM 3000-ISSUE-CERTIFICATES
003940             THRU 3000-EXIT
003950         PERFORM 4000-LIST-NO-CERTIFICATE
003960             THRU 4000-EXIT
003970         PERFORM 7000-PRINT-TOTALS
003980             THRU 7000-EXIT
003990     END-IF.
004000     PERFORM 8000-FINALIZE
004010         THRU 8000-EXIT.
004020     STOP RUN.
004030*
004040*-----------------------------------------------------------*
004050* 1000-INITIALIZE - the parameter card, the processing date *
004060* off the calendar, the rates effective on it, then the     *
004070* files. No usable tax year or date, no run - a year is     *
004080* not closed on a guess.                                    *
004090*-----------------------------------------------------------*
004100 1000-INITIALIZE.
004110     PERFORM 1100-LOAD-CALENDAR
004120         THRU 1100-EXIT.
004130     IF NOT WS-PARMS-OK THEN
004140         MOVE 16 TO RETURN-CODE
004150         GO TO 1000-EXIT
004160     END-IF.
004170     PERFORM 1050-READ-PARM-CARD
004180         THRU 1050-EXIT.
004190     IF NOT WS-PARMS-OK THEN
004200         MOVE 16 TO RETURN-CODE
004210         GO TO 1000-EXIT
004220     END-IF.
004230     PERFORM 1150-LOAD-RATE-TABLE
004240         THRU 1150-EXIT.
004250     COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1.
004260     DISPLAY "TAX YEAR : " WS-TAX-YEAR
004270         "  PROCESSING DATE : " WS-PROC-DATE.
004280     OPEN I-O ACCTMAST-FILE.
004290     OPEN INPUT CUSTMAST-FILE.
004300     OPEN I-O TAXYR-FILE.
004310     OPEN OUTPUT CERT-FILE.
004320     OPEN OUTPUT TAXS-FILE.
004330     OPEN OUTPUT YE-REPORT.
004340     MOVE "Y" TO WS-FILES-OPEN-SW.
004350     MOVE WS-TAX-YEAR TO WS-HDR-YEAR.
004360     MOVE WS-PROC-DATE TO WS-HDR-DATE.
004370     MOVE WS-TAX-YEAR TO WS-CRT-YEAR.
004380     MOVE WS-PROC-DATE TO WS-CRT-DATE.
004390 1000-EXIT.
004400     EXIT.
004410*
004420*-----------------------------------------------------------*
004430* 1050-READ-PARM-CARD - columns 1-4 are the tax year to     *
004440* close. It must be numeric and already over: earlier than  *
004450* the processing year, so December's month-end has posted   *
004460* the year's last accrual before the year is closed.        *
004470*-----------------------------------------------------------*
004480 1050-READ-PARM-CARD.
004490     OPEN INPUT CARD-FILE.
004500     READ CARD-FILE
004510         AT END
004520             MOVE "Y" TO WS-CARD-EOF-SW
004530     END-READ.
004540     IF WS-CARD-EOF
004550             OR CARD-TAX-YEAR IS NOT NUMERIC THEN
004560         DISPLAY "*** NO USABLE PARAMETER CARD - RUN REJECTED ***"
004570         MOVE "N" TO WS-PARMS-OK-SW
004580         CLOSE CARD-FILE
004590         GO TO 1050-EXIT
004600     END-IF.
004610     IF CARD-TAX-YEAR = 0
004620             OR CARD-TAX-YEAR NOT < WS-PROC-DATE(1:4) THEN
004630         DISPLAY "*** TAX YEAR " CARD-TAX-YEAR
004640             " NOT OVER AT " WS-PROC-DATE " - RUN REJECTED ***"
004650         MOVE "N" TO WS-PARMS-OK-SW
004660         CLOSE CARD-FILE
004670         GO TO 1050-EXIT
004680     END-IF.
004690     MOVE CARD-TAX-YEAR TO WS-TAX-YEAR.
004700     CLOSE CARD-FILE.
004710 1050-EXIT.
004720     EXIT.
004730*
004740*-----------------------------------------------------------*
004750* 1100-LOAD-CALENDAR - the close date is the business date  *
004760* being processed, not the clock.                           *
004770*-----------------------------------------------------------*
004780 1100-LOAD-CALENDAR.
004790     OPEN INPUT CAL-FILE.
004800     PERFORM 1110-READ-CAL-RECORD
004810         THRU 1110-EXIT
004820         UNTIL WS-CAL-EOF.
004830     CLOSE CAL-FILE.
004840     IF NOT WS-PROC-DATE-FOUND THEN
004850         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
004860             "RUN REJECTED ***"
004870         MOVE "N" TO WS-PARMS-OK-SW
004880     END-IF.
004890 1100-EXIT.
004900     EXIT.
004910*
004920 1110-READ-CAL-RECORD.
004930     READ CAL-FILE
004940         AT END
004950             MOVE "Y" TO WS-CAL-EOF-SW
004960             GO TO 1110-EXIT
004970     END-READ.
004980     IF CAL-PROCESSING-DATE THEN
004990         MOVE CAL-DATE TO WS-PROC-DATE
005000         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
005010     END-IF.
005020 1110-EXIT.
005030     EXIT.
005040*
005050*-----------------------------------------------------------*
005060* 1150-LOAD-RATE-TABLE - the treasury rates effective on    *
005070* the processing date. A stale rate is left out rather than *
005080* rejecting the run: only accounts in its currency wait,    *
005090* and a rerun after RATEMNT closes them.                    *
005100*-----------------------------------------------------------*
005110 1150-LOAD-RATE-TABLE.
005120     OPEN INPUT RATE-FILE.
005130     PERFORM 1160-READ-RATE-RECORD
005140         THRU 1160-EXIT
005150         UNTIL WS-RATE-EOF.
005160     CLOSE RATE-FILE.
005170 1150-EXIT.
005180     EXIT.
005190*
005200 1160-READ-RATE-RECORD.
005210     READ RATE-FILE
005220         AT END
005230             MOVE "Y" TO WS-RATE-EOF-SW
005240             GO TO 1160-EXIT
005250     END-READ.
005260     IF CURR-EFF-DATE NOT = WS-PROC-DATE THEN
005270         DISPLAY "RATE FOR " CURR-CODE " EFFECTIVE "
005280             CURR-EFF-DATE " NOT PROCESSING DATE - NOT USED"
005290         GO TO 1160-EXIT
005300     END-IF.
005310     IF WS-RATE-COUNT < 10 THEN
005320         ADD 1 TO WS-RATE-COUNT
005330         MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
005340         MOVE CURR-RATE-TO-BASE
005350             TO WS-RATE-TO-BASE(WS-RATE-COUNT)
005360     ELSE
005370         DISPLAY "RATE TABLE FULL - " CURR-CODE " IGNORED"
005380     END-IF.
005390 1160-EXIT.
005400     EXIT.
005410*
005420*-----------------------------------------------------------*
005430* 2000-CLOSE-TAX-YEAR - one pass down the account master.   *
005440* Every account whose accumulators belong to the tax year   *
005450* has them copied to the closed-year file and is moved on   *
005460* to the next year at zero. Accounts already moved on are   *
005470* left alone, which is what makes a rerun safe.             *
005480*-----------------------------------------------------------*
005490 2000-CLOSE-TAX-YEAR.
005500     MOVE "N" TO WS-SECTION-SW.
005510     MOVE "ACCOUNTS NOT CLOSED" TO WS-SEC-TITLE.
005520     PERFORM 6000-PRINT-HEADER
005530         THRU 6000-EXIT.
005540     MOVE "N" TO WS-MAST-EOF-SW.
005550     MOVE LOW-VALUES TO ACCT-ID.
005560     START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
005570         INVALID KEY
005580             MOVE "Y" TO WS-MAST-EOF-SW
005590     END-START.
005600     PERFORM 2100-CLOSE-ONE-ACCOUNT
005610         THRU 2100-EXIT
005620         UNTIL WS-MAST-EOF.
005630     IF WS-NOT-CLOSED-COUNT = 0 THEN
005640         MOVE "NONE" TO YE-REPORT-LINE
005650         WRITE YE-REPORT-LINE
005660     ELSE
005670         IF RETURN-CODE = 0 THEN
005680             MOVE 4 TO RETURN-CODE
005690         END-IF
005700     END-IF.
005710 2000-EXIT.
005720     EXIT.
005730*
005740*-----------------------------------------------------------*
005750* 2100-CLOSE-ONE-ACCOUNT - an account with no figures (never*
005760* accrued, or from before the accumulators) has nothing to  *
005770* close. One still holding an earlier year's figures, or in *
005780* a currency with no rate today, is listed and left open.   *
005790*-----------------------------------------------------------*
005800 2100-CLOSE-ONE-ACCOUNT.
005810     READ ACCTMAST-FILE NEXT RECORD
005820         AT END
005830             MOVE "Y" TO WS-MAST-EOF-SW
005840             GO TO 2100-EXIT
005850     END-READ.
005860     ADD 1 TO WS-MASTER-ACCTS.
005870     IF ACCT-YTD-YEAR NOT NUMERIC THEN
005880         ADD 1 TO WS-NO-FIGURES-COUNT
005890         GO TO 2100-EXIT
005900     END-IF.
005910     IF ACCT-YTD-YEAR > WS-TAX-YEAR THEN
005920         ADD 1 TO WS-ALREADY-CLOSED-COUNT
005930         GO TO 2100-EXIT
005940     END-IF.
005950     IF ACCT-YTD-INTEREST = 0 AND ACCT-YTD-CHARGES = 0 THEN
005960         IF ACCT-YTD-YEAR = WS-TAX-YEAR THEN
005970             GO TO 2180-ROLL-ACCOUNT
005980         END-IF
005990         ADD 1 TO WS-NO-FIGURES-COUNT
006000         GO TO 2100-EXIT
006010     END-IF.
006020     IF ACCT-YTD-YEAR < WS-TAX-YEAR THEN
006030         MOVE "EARLIER YEAR NOT CLOSED" TO WS-NCL-REASON
006040         PERFORM 2500-LIST-NOT-CLOSED
006050             THRU 2500-EXIT
006060         GO TO 2100-EXIT
006070     END-IF.
006080     PERFORM 2200-FIND-ACCT-RATE
006090         THRU 2200-EXIT.
006100     IF NOT WS-RATE-HIT THEN
006110         MOVE "NO RATE EFFECTIVE TODAY" TO WS-NCL-REASON
006120         PERFORM 2500-LIST-NOT-CLOSED
006130             THRU 2500-EXIT
006140         GO TO 2100-EXIT
006150     END-IF.
006160     PERFORM 2300-WRITE-CLOSED-YEAR
006170         THRU 2300-EXIT.
006180     IF NOT WS-PARMS-OK THEN
006190         GO TO 2100-EXIT
006200     END-IF.
006210     ADD 1 TO WS-CLOSED-COUNT.
006220     GO TO 2190-REWRITE-ACCOUNT.
006230 2180-ROLL-ACCOUNT.
006240     ADD 1 TO WS-ROLLED-COUNT.
006250 2190-REWRITE-ACCOUNT.
006260     MOVE WS-NEXT-YEAR TO ACCT-YTD-YEAR.
006270     MOVE 0 TO ACCT-YTD-INTEREST.
006280     MOVE 0 TO ACCT-YTD-CHARGES.
006290     REWRITE ACCT-RECORD
006300         INVALID KEY
006310             DISPLAY "*** MASTER REWRITE FAILED FOR " ACCT-ID
006320                 " STATUS " WS-ACCTMAST-STATUS " ***"
006330             MOVE 16 TO RETURN-CODE
006340             MOVE "N" TO WS-PARMS-OK-SW
006350             MOVE "Y" TO WS-MAST-EOF-SW
006360     END-REWRITE.
006370 2100-EXIT.
006380     EXIT.
006390*
006400*-----------------------------------------------------------*
006410* 2200-FIND-ACCT-RATE - the account currency's rate to base;*
006420* a blank currency is the base itself.                      *
006430*-----------------------------------------------------------*
006440 2200-FIND-ACCT-RATE.
006450     IF ACCT-CURRENCY-CODE = SPACES THEN
006460         MOVE 1 TO WS-ACCT-RATE
006470         MOVE "Y" TO WS-RATE-HIT-SW
006480         GO TO 2200-EXIT
006490     END-IF.
006500     MOVE "N" TO WS-RATE-HIT-SW.
006510     MOVE 1 TO WS-RATE-IX.
006520     PERFORM 2250-CHECK-RATE-SLOT
006530         THRU 2250-EXIT
006540         UNTIL WS-RATE-HIT
006550             OR WS-RATE-IX > WS-RATE-COUNT.
006560     IF WS-RATE-HIT THEN
006570         MOVE WS-RATE-TO-BASE(WS-RATE-IX) TO WS-ACCT-RATE
006580     END-IF.
006590 2200-EXIT.
006600     EXIT.
006610*
006620 2250-CHECK-RATE-SLOT.
006630     IF WS-RATE-CODE(WS-RATE-IX) = ACCT-CURRENCY-CODE THEN
006640         MOVE "Y" TO WS-RATE-HIT-SW
006650     ELSE
006660         ADD 1 TO WS-RATE-IX
006670     END-IF.
006680 2250-EXIT.
006690     EXIT.
006700*
006710*-----------------------------------------------------------*
006720* 2300-WRITE-CLOSED-YEAR - the account's year on the closed-*
006730* year file, converted to base per account and rounded. A   *
006740* record already there is a close that abended before the   *
006750* account was moved on; it is rewritten from the same       *
006760* figures, so the restart changes nothing.                  *
006770*-----------------------------------------------------------*
006780 2300-WRITE-CLOSED-YEAR.
006790     MOVE SPACES TO TAXY-RECORD.
006800     MOVE WS-TAX-YEAR TO TAXY-YEAR.
006810     MOVE ACCT-CUST-NO TO TAXY-CUST-NO.
006820     MOVE ACCT-ID TO TAXY-ACCT-ID.
006830     MOVE ACCT-CURRENCY-CODE TO TAXY-CURRENCY-CODE.
006840     MOVE ACCT-YTD-INTEREST TO TAXY-INTEREST.
006850     MOVE ACCT-YTD-CHARGES TO TAXY-CHARGES.
006860     COMPUTE TAXY-BASE-INTEREST ROUNDED =
006870         ACCT-YTD-INTEREST * WS-ACCT-RATE.
006880     COMPUTE TAXY-BASE-CHARGES ROUNDED =
006890         ACCT-YTD-CHARGES * WS-ACCT-RATE.
006900     MOVE WS-ACCT-RATE TO TAXY-RATE.
006910     MOVE WS-PROC-DATE TO TAXY-CLOSE-DATE.
006920     WRITE TAXY-RECORD
006930         INVALID KEY
006940             GO TO 2350-REWRITE-CLOSED-YEAR
006950     END-WRITE.
006960     GO TO 2300-EXIT.
006970 2350-REWRITE-CLOSED-YEAR.
006980     DISPLAY "TAX YEAR RECORD FOR " ACCT-ID
006990         " ALREADY ON FILE - REWRITTEN".
007000     REWRITE TAXY-RECORD
007010         INVALID KEY
007020             DISPLAY "*** TAX YEAR WRITE FAILED FOR " ACCT-ID
007030                 " STATUS " WS-TAXYR-STATUS " ***"
007040             MOVE 16 TO RETURN-CODE
007050             MOVE "N" TO WS-PARMS-OK-SW
007060             MOVE "Y" TO WS-MAST-EOF-SW
007070     END-REWRITE.
007080 2300-EXIT.
007090     EXIT.
007100*
007110 2500-LIST-NOT-CLOSED.
007120     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
007130         PERFORM 6000-PRINT-HEADER
007140             THRU 6000-EXIT
007150     END-IF.
007160     DISPLAY "ACCOUNT " ACCT-ID " NOT CLOSED - " WS-NCL-REASON.
007170     MOVE ACCT-ID TO WS-NCL-ACCT-ID.
007180     MOVE ACCT-CUST-NO TO WS-NCL-CUST-NO.
007190     MOVE ACCT-CURRENCY-CODE TO WS-NCL-CURRENCY.
007200     IF WS-NCL-CURRENCY = SPACES THEN
007210         MOVE "BASE" TO WS-NCL-CURRENCY
007220     END-IF.
007230     MOVE ACCT-YTD-INTEREST TO WS-NCL-INTEREST.
007240     MOVE ACCT-YTD-CHARGES TO WS-NCL-CHARGES.
007250     WRITE YE-REPORT-LINE FROM WS-RPT-NOT-CLOSED-LINE.
007260     ADD 1 TO WS-RPT-LINE-COUNT.
007270     ADD 1 TO WS-NOT-CLOSED-COUNT.
007280 2500-EXIT.
007290     EXIT.
007300*
007310*-----------------------------------------------------------*
007320* 3000-ISSUE-CERTIFICATES - read the year's closed records  *
007330* in key order, customer by customer, and produce one       *
007340* certificate per customer on the customer master. The      *
007350* certificates come from the closed-year file alone, so a   *
007360* rerun prints exactly what the first run printed.          *
007370*-----------------------------------------------------------*
007380 3000-ISSUE-CERTIFICATES.
007390     MOVE "C" TO WS-SECTION-SW.
007400     MOVE "CERTIFICATES ISSUED" TO WS-SEC-TITLE.
007410     PERFORM 6000-PRINT-HEADER
007420         THRU 6000-EXIT.
007430     ACCEPT WS-CREATION-DATE FROM DATE YYYYMMDD.
007440     MOVE SPACES TO TAXS-HEADER-RECORD.
007450     MOVE "H" TO TAXSH-REC-TYPE.
007460     MOVE WS-TAX-YEAR TO TAXSH-TAX-YEAR.
007470     MOVE WS-CREATION-DATE TO TAXSH-CREATION-DATE.
007480     WRITE TAXS-HEADER-RECORD.
007490     PERFORM 3010-START-YEAR
007500         THRU 3010-EXIT.
007510     PERFORM 3100-PROCESS-CUSTOMER
007520         THRU 3100-EXIT
007530         UNTIL WS-TAXY-EOF.
007540     IF WS-CERT-COUNT = 0 THEN
007550         MOVE "NONE" TO YE-REPORT-LINE
007560         WRITE YE-REPORT-LINE
007570     END-IF.
007580 3000-EXIT.
007590     EXIT.
007600*
007610 3010-START-YEAR.
007620     MOVE "N" TO WS-TAXY-EOF-SW.
007630     MOVE WS-TAX-YEAR TO TAXY-YEAR.
007640     MOVE LOW-VALUES TO TAXY-CUST-NO.
007650     MOVE LOW-VALUES TO TAXY-ACCT-ID.
007660     START TAXYR-FILE KEY IS NOT LESS THAN TAXY-KEY
007670         INVALID KEY
007680             MOVE "Y" TO WS-TAXY-EOF-SW
007690             GO TO 3010-EXIT
007700     END-START.
007710     PERFORM 3050-READ-NEXT-TAXY
007720         THRU 3050-EXIT.
007730 3010-EXIT.
007740     EXIT.
007750*
007760 3050-READ-NEXT-TAXY.
007770     READ TAXYR-FILE NEXT RECORD
007780         AT END
007790             MOVE "Y" TO WS-TAXY-EOF-SW
007800             GO TO 3050-EXIT
007810     END-READ.
007820     IF TAXY-YEAR NOT = WS-TAX-YEAR THEN
007830         MOVE "Y" TO WS-TAXY-EOF-SW
007840     END-IF.
007850 3050-EXIT.
007860     EXIT.
007870*
007880*-----------------------------------------------------------*
007890* 3100-PROCESS-CUSTOMER - all of one customer's records.    *
007900* With no customer link, or a customer gone from the        *
007910* customer master, there is no one to address: the records  *
007920* are passed over here and listed by 4000 instead.          *
007930*-----------------------------------------------------------*
007940 3100-PROCESS-CUSTOMER.
007950     MOVE TAXY-CUST-NO TO WS-CERT-CUST-NO.
007960     MOVE "Y" TO WS-CERT-SW.
007970     IF WS-CERT-CUST-NO = SPACES THEN
007980         MOVE "N" TO WS-CERT-SW
007990     ELSE
008000         MOVE WS-CERT-CUST-NO TO CUST-NO
008010         READ CUSTMAST-FILE
008020             INVALID KEY
008030                 MOVE "N" TO WS-CERT-SW
008040         END-READ
008050     END-IF.
008060     IF NOT WS-CERT-PRODUCED THEN
008070         PERFORM 3150-PASS-OVER-RECORD
008080             THRU 3150-EXIT
008090             UNTIL WS-TAXY-EOF
008100                 OR TAXY-CUST-NO NOT = WS-CERT-CUST-NO
008110         GO TO 3100-EXIT
008120     END-IF.
008130     MOVE 0 TO WS-CUST-ACCTS.
008140     MOVE 0 TO WS-CUST-INTEREST.
008150     MOVE 0 TO WS-CUST-CHARGES.
008160     PERFORM 5000-START-CERTIFICATE
008170         THRU 5000-EXIT.
008180     PERFORM 3200-CERTIFY-ACCOUNT
008190         THRU 3200-EXIT
008200         UNTIL WS-TAXY-EOF
008210             OR TAXY-CUST-NO NOT = WS-CERT-CUST-NO.
008220     PERFORM 5300-FINISH-CERTIFICATE
008230         THRU 5300-EXIT.
008240     ADD 1 TO WS-CERT-COUNT.
008250     ADD WS-CUST-INTEREST TO WS-TOT-INTEREST.
008260     ADD WS-CUST-CHARGES TO WS-TOT-CHARGES.
008270     PERFORM 3400-WRITE-SUMMARY
008280         THRU 3400-EXIT.
008290 3100-EXIT.
008300     EXIT.
008310*
008320 3150-PASS-OVER-RECORD.
008330     ADD 1 TO WS-YEAR-RECORD-COUNT.
008340     PERFORM 3050-READ-NEXT-TAXY
008350         THRU 3050-EXIT.
008360 3150-EXIT.
008370     EXIT.
008380*
008390 3200-CERTIFY-ACCOUNT.
008400     ADD 1 TO WS-YEAR-RECORD-COUNT.
008410     ADD 1 TO WS-CUST-ACCTS.
008420     ADD 1 TO WS-CERT-ACCT-COUNT.
008430     ADD TAXY-BASE-INTEREST TO WS-CUST-INTEREST.
008440     ADD TAXY-BASE-CHARGES TO WS-CUST-CHARGES.
008450     PERFORM 3250-FIND-CCY-SLOT
008460         THRU 3250-EXIT.
008470     ADD 1 TO WS-CCY-COUNT(WS-CCY-IX).
008480     ADD TAXY-INTEREST TO WS-CCY-INTEREST(WS-CCY-IX).
008490     ADD TAXY-CHARGES TO WS-CCY-CHARGES(WS-CCY-IX).
008500     PERFORM 5100-WRITE-ACCOUNT-LINE
008510         THRU 5100-EXIT.
008520     PERFORM 3050-READ-NEXT-TAXY
008530         THRU 3050-EXIT.
008540 3200-EXIT.
008550     EXIT.
008560*
008570*-----------------------------------------------------------*
008580* 3250-FIND-CCY-SLOT - the record's currency in the totals  *
008590* table, adding it on first sight. A full table folds the   *
008600* excess into its last slot and says so.                    *
008610*-----------------------------------------------------------*
008620 3250-FIND-CCY-SLOT.
008630     MOVE 1 TO WS-CCY-IX.
008640     PERFORM 3260-TEST-CCY-SLOT
008650         THRU 3260-EXIT
008660         UNTIL WS-CCY-IX > WS-CCY-USED
008670             OR WS-CCY-CODE(WS-CCY-IX) = TAXY-CURRENCY-CODE.
008680     IF WS-CCY-IX <= WS-CCY-USED THEN
008690         GO TO 3250-EXIT
008700     END-IF.
008710     IF WS-CCY-USED >= 20 THEN
008720         DISPLAY "CURRENCY TABLE FULL - " TAXY-CURRENCY-CODE
008730             " TOTALLED UNDER " WS-CCY-CODE(20)
008740         MOVE 4 TO RETURN-CODE
008750         MOVE 20 TO WS-CCY-IX
008760         GO TO 3250-EXIT
008770     END-IF.
008780     ADD 1 TO WS-CCY-USED.
008790     MOVE WS-CCY-USED TO WS-CCY-IX.
008800     MOVE TAXY-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-IX).
008810     MOVE 0 TO WS-CCY-COUNT(WS-CCY-IX).
008820     MOVE 0 TO WS-CCY-INTEREST(WS-CCY-IX).
008830     MOVE 0 TO WS-CCY-CHARGES(WS-CCY-IX).
008840 3250-EXIT.
008850     EXIT.
008860*
008870 3260-TEST-CCY-SLOT.
008880     ADD 1 TO WS-CCY-IX.
008890 3260-EXIT.
008900     EXIT.
008910*
008920*-----------------------------------------------------------*
008930* 3400-WRITE-SUMMARY - the control report line and the      *
008940* tax-authority file's detail record for one certificate.   *
008950*-----------------------------------------------------------*
008960 3400-WRITE-SUMMARY.
008970     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
008980         PERFORM 6000-PRINT-HEADER
008990             THRU 6000-EXIT
009000     END-IF.
009010     MOVE CUST-NO TO WS-CTL-CUST-NO.
009020     MOVE CUST-NAME TO WS-CTL-CUST-NAME.
009030     MOVE WS-CUST-ACCTS TO WS-CTL-ACCTS.
009040     MOVE WS-CUST-INTEREST TO WS-CTL-INTEREST.
009050     MOVE WS-CUST-CHARGES TO WS-CTL-CHARGES.
009060     WRITE YE-REPORT-LINE FROM WS-RPT-CERT-LINE.
009070     ADD 1 TO WS-RPT-LINE-COUNT.
009080     MOVE SPACES TO TAXS-DETAIL-RECORD.
009090     MOVE "D" TO TAXS-REC-TYPE.
009100     MOVE WS-TAX-YEAR TO TAXS-TAX-YEAR.
009110     MOVE CUST-NO TO TAXS-CUST-NO.
009120     MOVE CUST-NAME TO TAXS-CUST-NAME.
009130     MOVE WS-CUST-ACCTS TO TAXS-ACCOUNT-COUNT.
009140     MOVE WS-CUST-INTEREST TO TAXS-INTEREST.
009150     MOVE WS-CUST-CHARGES TO TAXS-CHARGES.
009160     WRITE TAXS-DETAIL-RECORD.
009170 3400-EXIT.
009180     EXIT.
009190*
009200*-----------------------------------------------------------*
009210* 4000-LIST-NO-CERTIFICATE - a second pass over the year's  *
009220* closed records for those no certificate could carry: no   *
009230* customer link, or a customer missing from the customer    *
009240* master. The figures are safe on the closed-year file; the *
009250* link is put right and the run repeated to issue them.     *
009260*-----------------------------------------------------------*
009270 4000-LIST-NO-CERTIFICATE.
009280     MOVE "X" TO WS-SECTION-SW.
009290     MOVE "ACCOUNTS WITH NO CERTIFICATE" TO WS-SEC-TITLE.
009300     PERFORM 6000-PRINT-HEADER
009310         THRU 6000-EXIT.
009320     PERFORM 3010-START-YEAR
009330         THRU 3010-EXIT.
009340     PERFORM 4100-CHECK-ONE-RECORD
009350         THRU 4100-EXIT
009360         UNTIL WS-TAXY-EOF.
009370     IF WS-NO-CERT-COUNT = 0 THEN
009380         MOVE "NONE" TO YE-REPORT-LINE
009390         WRITE YE-REPORT-LINE
009400     ELSE
009410         IF RETURN-CODE = 0 THEN
009420             MOVE 4 TO RETURN-CODE
009430         END-IF
009440     END-IF.
009450 4000-EXIT.
009460     EXIT.
009470*
009480 4100-CHECK-ONE-RECORD.
009490     IF TAXY-CUST-NO = SPACES THEN
009500         MOVE "NO CUSTOMER LINK" TO WS-NO-CERT-REASON
009510         GO TO 4190-LIST
009520     END-IF.
009530     MOVE TAXY-CUST-NO TO CUST-NO.
009540     READ CUSTMAST-FILE
009550         INVALID KEY
009560             MOVE "CUSTOMER NOT ON MASTER" TO WS-NO-CERT-REASON
009570             GO TO 4190-LIST
009580     END-READ.
009590     GO TO 4195-NEXT-RECORD.
009600 4190-LIST.
009610     PERFORM 4200-LIST-ONE-RECORD
009620         THRU 4200-EXIT.
009630 4195-NEXT-RECORD.
009640     PERFORM 3050-READ-NEXT-TAXY
009650         THRU 3050-EXIT.
009660 4100-EXIT.
009670     EXIT.
009680*
009690 4200-LIST-ONE-RECORD.
009700     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
009710         PERFORM 6000-PRINT-HEADER
009720             THRU 6000-EXIT
009730     END-IF.
009740     MOVE TAXY-ACCT-ID TO WS-NCT-ACCT-ID.
009750     MOVE TAXY-CUST-NO TO WS-NCT-CUST-NO.
009760     MOVE TAXY-CURRENCY-CODE TO WS-NCT-CURRENCY.
009770     IF WS-NCT-CURRENCY = SPACES THEN
009780         MOVE "BASE" TO WS-NCT-CURRENCY
009790     END-IF.
009800     MOVE TAXY-BASE-INTEREST TO WS-NCT-INTEREST.
009810     MOVE TAXY-BASE-CHARGES TO WS-NCT-CHARGES.
009820     MOVE WS-NO-CERT-REASON TO WS-NCT-REASON.
009830     WRITE YE-REPORT-LINE FROM WS-RPT-NO-CERT-LINE.
009840     ADD 1 TO WS-RPT-LINE-COUNT.
009850     ADD 1 TO WS-NO-CERT-COUNT.
009860     ADD TAXY-BASE-INTEREST TO WS-NO-CERT-INTEREST.
009870     ADD TAXY-BASE-CHARGES TO WS-NO-CERT-CHARGES.
009880 4200-EXIT.
009890     EXIT.
009900*
009910*-----------------------------------------------------------*
009920* 5000-START-CERTIFICATE - the top of the page: heading and *
009930* date, the customer's name and address off the customer    *
009940* master, the reference, the explanation and the column     *
009950* headings the account lines print under.                   *
009960*-----------------------------------------------------------*
009970 5000-START-CERTIFICATE.
009980     MOVE 0 TO WS-CRT-LINE-COUNT.
009990     WRITE CERT-LINE FROM WS-CRT-HEAD-LINE.
010000     ADD 1 TO WS-CRT-LINE-COUNT.
010010     PERFORM 5200-WRITE-BLANK-LINE
010020         THRU 5200-EXIT.
010030     PERFORM 5200-WRITE-BLANK-LINE
010040         THRU 5200-EXIT.
010050     MOVE CUST-NAME TO WS-CRT-ADDRESS.
010060     WRITE CERT-LINE FROM WS-CRT-ADDRESS-LINE.
010070     MOVE CUST-ADDRESS TO WS-CRT-ADDRESS.
010080     WRITE CERT-LINE FROM WS-CRT-ADDRESS-LINE.
010090     ADD 2 TO WS-CRT-LINE-COUNT.
010100     PERFORM 5200-WRITE-BLANK-LINE
010110         THRU 5200-EXIT.
010120     PERFORM 5200-WRITE-BLANK-LINE
010130         THRU 5200-EXIT.
010140     MOVE CUST-NO TO WS-CRT-CUST-NO.
010150     MOVE SPACES TO WS-CRT-CONTINUED.
010160     WRITE CERT-LINE FROM WS-CRT-REF-LINE.
010170     ADD 1 TO WS-CRT-LINE-COUNT.
010180     PERFORM 5200-WRITE-BLANK-LINE
010190         THRU 5200-EXIT.
010200     MOVE 1 TO WS-TEXT-IX.
010210     PERFORM 5150-WRITE-TEXT-LINE
010220         THRU 5150-EXIT
010230         UNTIL WS-TEXT-IX > 5.
010240     PERFORM 5200-WRITE-BLANK-LINE
010250         THRU 5200-EXIT.
010260     WRITE CERT-LINE FROM WS-CRT-COLUMN-HEADINGS.
010270     ADD 1 TO WS-CRT-LINE-COUNT.
010280     PERFORM 5200-WRITE-BLANK-LINE
010290         THRU 5200-EXIT.
010300 5000-EXIT.
010310     EXIT.
010320*
010330*-----------------------------------------------------------*
010340* 5100-WRITE-ACCOUNT-LINE - one closed account: its figures *
010350* in its own currency and in base.                          *
010360*-----------------------------------------------------------*
010370 5100-WRITE-ACCOUNT-LINE.
010380     IF WS-CRT-LINE-COUNT >= WS-CRT-BODY-LIMIT THEN
010390         PERFORM 5250-CONTINUATION-PAGE
010400             THRU 5250-EXIT
010410     END-IF.
010420     MOVE TAXY-ACCT-ID TO WS-CRT-ACCT-ID.
010430     MOVE TAXY-CURRENCY-CODE TO WS-CRT-CURRENCY.
010440     IF WS-CRT-CURRENCY = SPACES THEN
010450         MOVE "BASE" TO WS-CRT-CURRENCY
010460     END-IF.
010470     MOVE TAXY-INTEREST TO WS-CRT-INTEREST.
010480     MOVE TAXY-CHARGES TO WS-CRT-CHARGES.
010490     MOVE TAXY-BASE-INTEREST TO WS-CRT-BASE-INTEREST.
010500     MOVE TAXY-BASE-CHARGES TO WS-CRT-BASE-CHARGES.
010510     WRITE CERT-LINE FROM WS-CRT-ACCOUNT-LINE.
010520     ADD 1 TO WS-CRT-LINE-COUNT.
010530 5100-EXIT.
010540     EXIT.
010550*
010560 5150-WRITE-TEXT-LINE.
010570     MOVE WS-CRT-TEXT-ENTRY(WS-TEXT-IX) TO WS-CRT-TEXT.
010580     WRITE CERT-LINE FROM WS-CRT-TEXT-LINE.
010590     ADD 1 TO WS-CRT-LINE-COUNT.
010600     ADD 1 TO WS-TEXT-IX.
010610 5150-EXIT.
010620     EXIT.
010630*
010640 5200-WRITE-BLANK-LINE.
010650     MOVE SPACES TO CERT-LINE.
010660     WRITE CERT-LINE.
010670     ADD 1 TO WS-CRT-LINE-COUNT.
010680 5200-EXIT.
010690     EXIT.
010700*
010710*-----------------------------------------------------------*
010720* 5250-CONTINUATION-PAGE - fill out the page in hand and    *
010730* start another for the same customer, headed as a          *
010740* continuation.                                             *
010750*-----------------------------------------------------------*
010760 5250-CONTINUATION-PAGE.
010770     PERFORM 5200-WRITE-BLANK-LINE
010780         THRU 5200-EXIT
010790         UNTIL WS-CRT-LINE-COUNT >= WS-CRT-LINES-PER-PAGE.
010800     MOVE 0 TO WS-CRT-LINE-COUNT.
010810     WRITE CERT-LINE FROM WS-CRT-HEAD-LINE.
010820     ADD 1 TO WS-CRT-LINE-COUNT.
010830     PERFORM 5200-WRITE-BLANK-LINE
010840         THRU 5200-EXIT.
010850     MOVE "(CONTINUED)" TO WS-CRT-CONTINUED.
010860     WRITE CERT-LINE FROM WS-CRT-REF-LINE.
010870     ADD 1 TO WS-CRT-LINE-COUNT.
010880     PERFORM 5200-WRITE-BLANK-LINE
010890         THRU 5200-EXIT.
010900     WRITE CERT-LINE FROM WS-CRT-COLUMN-HEADINGS.
010910     ADD 1 TO WS-CRT-LINE-COUNT.
010920     PERFORM 5200-WRITE-BLANK-LINE
010930         THRU 5200-EXIT.
010940 5250-EXIT.
010950     EXIT.
010960*
010970*-----------------------------------------------------------*
010980* 5300-FINISH-CERTIFICATE - the customer's totals in base,  *
010990* the closing text and sign-off, and the page filled to     *
011000* its full depth.                                           *
011010*-----------------------------------------------------------*
011020 5300-FINISH-CERTIFICATE.
011030     IF WS-CRT-LINE-COUNT > WS-CRT-BODY-LIMIT THEN
011040         PERFORM 5250-CONTINUATION-PAGE
011050             THRU 5250-EXIT
011060     END-IF.
011070     PERFORM 5200-WRITE-BLANK-LINE
011080         THRU 5200-EXIT.
011090     MOVE WS-CUST-INTEREST TO WS-CRT-TOT-INTEREST.
011100     MOVE WS-CUST-CHARGES TO WS-CRT-TOT-CHARGES.
011110     WRITE CERT-LINE FROM WS-CRT-TOTAL-LINE.
011120     ADD 1 TO WS-CRT-LINE-COUNT.
011130     PERFORM 5200-WRITE-BLANK-LINE
011140         THRU 5200-EXIT.
011150     PERFORM 5150-WRITE-TEXT-LINE
011160         THRU 5150-EXIT
011170         UNTIL WS-TEXT-IX > 7.
011180     PERFORM 5200-WRITE-BLANK-LINE
011190         THRU 5200-EXIT.
011200     MOVE "CUSTOMER ACCOUNTS DEPARTMENT" TO WS-CRT-CLOSE-LINE.
011210     WRITE CERT-LINE FROM WS-CRT-CLOSE-LINE.
011220     ADD 1 TO WS-CRT-LINE-COUNT.
011230     PERFORM 5200-WRITE-BLANK-LINE
011240         THRU 5200-EXIT
011250         UNTIL WS-CRT-LINE-COUNT >= WS-CRT-LINES-PER-PAGE.
011260 5300-EXIT.
011270     EXIT.
011280*
011290*-----------------------------------------------------------*
011300* 6000-PRINT-HEADER - page heading, the section's title and *
011310* the column headings of the section being printed.         *
011320*-----------------------------------------------------------*
011330 6000-PRINT-HEADER.
011340     ADD 1 TO WS-RPT-PAGE-NO.
011350     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
011360     WRITE YE-REPORT-LINE FROM WS-RPT-HEADER-1.
011370     MOVE SPACES TO YE-REPORT-LINE.
011380     WRITE YE-REPORT-LINE.
011390     WRITE YE-REPORT-LINE FROM WS-RPT-SECTION-LINE.
011400     MOVE SPACES TO YE-REPORT-LINE.
011410     WRITE YE-REPORT-LINE.
011420     IF WS-NOT-CLOSED-SECTION THEN
011430         WRITE YE-REPORT-LINE FROM WS-RPT-NOT-CLOSED-HEADINGS
011440     END-IF.
011450     IF WS-CERTIFICATE-SECTION THEN
011460         WRITE YE-REPORT-LINE FROM WS-RPT-CERT-HEADINGS
011470     END-IF.
011480     IF WS-NO-CERT-SECTION THEN
011490         WRITE YE-REPORT-LINE FROM WS-RPT-NO-CERT-HEADINGS
011500     END-IF.
011510     MOVE 1 TO WS-RPT-LINE-COUNT.
011520 6000-EXIT.
011530     EXIT.
011540*
011550*-----------------------------------------------------------*
011560* 7000-PRINT-TOTALS - the control page and the summary      *
011570* file's trailer: what the close did to the master, and     *
011580* the certificates totalled in base and by currency.        *
011590*-----------------------------------------------------------*
011600 7000-PRINT-TOTALS.
011610     MOVE "T" TO WS-SECTION-SW.
011620     MOVE "CONTROL TOTALS" TO WS-SEC-TITLE.
011630     PERFORM 6000-PRINT-HEADER
011640         THRU 6000-EXIT.
011650     MOVE "ACCOUNTS ON MASTER                : " TO WS-TOT-LABEL.
011660     MOVE WS-MASTER-ACCTS TO WS-TOT-VALUE.
011670     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011680     MOVE "ACCOUNTS CLOSED THIS RUN          : " TO WS-TOT-LABEL.
011690     MOVE WS-CLOSED-COUNT TO WS-TOT-VALUE.
011700     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011710     MOVE "MOVED ON WITH NO FIGURES          : " TO WS-TOT-LABEL.
011720     MOVE WS-ROLLED-COUNT TO WS-TOT-VALUE.
011730     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011740     MOVE "ALREADY CLOSED                    : " TO WS-TOT-LABEL.
011750     MOVE WS-ALREADY-CLOSED-COUNT TO WS-TOT-VALUE.
011760     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011770     MOVE "NO FIGURES FOR THE YEAR           : " TO WS-TOT-LABEL.
011780     MOVE WS-NO-FIGURES-COUNT TO WS-TOT-VALUE.
011790     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011800     MOVE "NOT CLOSED                        : " TO WS-TOT-LABEL.
011810     MOVE WS-NOT-CLOSED-COUNT TO WS-TOT-VALUE.
011820     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011830     MOVE SPACES TO YE-REPORT-LINE.
011840     WRITE YE-REPORT-LINE.
011850     MOVE "CLOSED-YEAR RECORDS FOR THE YEAR  : " TO WS-TOT-LABEL.
011860     MOVE WS-YEAR-RECORD-COUNT TO WS-TOT-VALUE.
011870     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011880     MOVE "CERTIFICATES ISSUED               : " TO WS-TOT-LABEL.
011890     MOVE WS-CERT-COUNT TO WS-TOT-VALUE.
011900     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011910     MOVE "ACCOUNTS ON CERTIFICATES          : " TO WS-TOT-LABEL.
011920     MOVE WS-CERT-ACCT-COUNT TO WS-TOT-VALUE.
011930     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011940     MOVE "BASE INTEREST ON CERTIFICATES     : " TO WS-TOT-LABEL.
011950     MOVE WS-TOT-INTEREST TO WS-TOT-VALUE.
011960     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
011970     MOVE "BASE CHARGES ON CERTIFICATES      : " TO WS-TOT-LABEL.
011980     MOVE WS-TOT-CHARGES TO WS-TOT-VALUE.
011990     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
012000     MOVE "ACCOUNTS WITH NO CERTIFICATE      : " TO WS-TOT-LABEL.
012010     MOVE WS-NO-CERT-COUNT TO WS-TOT-VALUE.
012020     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
012030     MOVE "BASE INTEREST WITH NO CERTIFICATE : " TO WS-TOT-LABEL.
012040     MOVE WS-NO-CERT-INTEREST TO WS-TOT-VALUE.
012050     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
012060     MOVE "BASE CHARGES WITH NO CERTIFICATE  : " TO WS-TOT-LABEL.
012070     MOVE WS-NO-CERT-CHARGES TO WS-TOT-VALUE.
012080     WRITE YE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
012090     MOVE SPACES TO YE-REPORT-LINE.
012100     WRITE YE-REPORT-LINE.
012110     MOVE 1 TO WS-CCY-IX.
012120     PERFORM 7100-PRINT-CCY-TOTAL
012130         THRU 7100-EXIT
012140         UNTIL WS-CCY-IX > WS-CCY-USED.
012150     MOVE SPACES TO TAXS-TRAILER-RECORD.
012160     MOVE "T" TO TAXST-REC-TYPE.
012170     MOVE WS-TAX-YEAR TO TAXST-TAX-YEAR.
012180     MOVE WS-CERT-COUNT TO TAXST-CERTIFICATE-COUNT.
012190     MOVE WS-TOT-INTEREST TO TAXST-INTEREST-TOTAL.
012200     MOVE WS-TOT-CHARGES TO TAXST-CHARGES-TOTAL.
012210     WRITE TAXS-TRAILER-RECORD.
012220     DISPLAY "ACCOUNTS CLOSED  : " WS-CLOSED-COUNT.
012230     DISPLAY "ALREADY CLOSED   : " WS-ALREADY-CLOSED-COUNT.
012240     DISPLAY "NOT CLOSED       : " WS-NOT-CLOSED-COUNT.
012250     DISPLAY "CERTIFICATES     : " WS-CERT-COUNT.
012260     DISPLAY "BASE INTEREST    : " WS-TOT-INTEREST.
012270     DISPLAY "BASE CHARGES     : " WS-TOT-CHARGES.
012280     DISPLAY "NO CERTIFICATE   : " WS-NO-CERT-COUNT " ACCOUNTS".
012290 7000-EXIT.
012300     EXIT.
012310*
012320 7100-PRINT-CCY-TOTAL.
012330     MOVE WS-CCY-CODE(WS-CCY-IX) TO WS-CCYL-CODE.
012340     IF WS-CCYL-CODE = SPACES THEN
012350         MOVE "BASE" TO WS-CCYL-CODE
012360     END-IF.
012370     MOVE WS-CCY-COUNT(WS-CCY-IX) TO WS-CCYL-COUNT.
012380     MOVE WS-CCY-INTEREST(WS-CCY-IX) TO WS-CCYL-INTEREST.
012390     MOVE WS-CCY-CHARGES(WS-CCY-IX) TO WS-CCYL-CHARGES.
012400     WRITE YE-REPORT-LINE FROM WS-RPT-CCY-LINE.
012410     ADD 1 TO WS-CCY-IX.
012420 7100-EXIT.
012430     EXIT.
012440*
012450*-----------------------------------------------------------*
012460* 8000-FINALIZE - close whatever this run opened.           *
012470*-----------------------------------------------------------*
012480 8000-FINALIZE.
012490     IF WS-FILES-OPEN THEN
012500         CLOSE ACCTMAST-FILE
012510         CLOSE CUSTMAST-FILE
012520         CLOSE TAXYR-FILE
012530         CLOSE CERT-FILE
012540         CLOSE TAXS-FILE
012550         CLOSE YE-REPORT
012560     END-IF.
012570 8000-EXIT.
012580     EXIT.
