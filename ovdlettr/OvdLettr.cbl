000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OvdLettr.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New collection-letter step after the     *
000080*                  overdraft aging: an account crossing     *
000090*                  into the 6-10, 11-20 and over-20 day     *
000100*                  buckets is sent a reminder, a formal     *
000110*                  notice and a final demand in turn,       *
000120*                  addressed off the customer master and    *
000130*                  stating the amount overdrawn, the limit  *
000140*                  and the days overdrawn. A letter-history *
000150*                  file keeps each account from getting the *
000160*                  same notice twice and is reset once the  *
000170*                  account is back in credit. A control     *
000180*                  listing by bucket goes to the credit     *
000190*                  manager for sign-off.                    *
000200*-----------------------------------------------------------*
000210*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CAL-FILE ASSIGN TO DATECAL
000260         ORGANIZATION IS SEQUENTIAL.
000270*
000280     SELECT AGE-FILE ASSIGN TO OVDAGE
000290         ORGANIZATION IS SEQUENTIAL.
000300*
000310     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ACCT-ID
000350         FILE STATUS IS WS-ACCTMAST-STATUS.
000360*
000370     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CUST-NO
000410         FILE STATUS IS WS-CUSTMAST-STATUS.
000420*
000430     SELECT LTRHIST-FILE ASSIGN TO LTRHIST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LTRH-ACCT-ID
000470         FILE STATUS IS WS-LTRHIST-STATUS.
000480*
000490     SELECT LETTER-FILE ASSIGN TO LETTERS
000500         ORGANIZATION IS SEQUENTIAL.
000510*
000520     SELECT CONTROL-REPORT ASSIGN TO LTRCTL
000530         ORGANIZATION IS SEQUENTIAL.
000540*
000550     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000560         ORGANIZATION IS SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CAL-FILE.
000610     COPY CALREC.
000620*
000630 FD  AGE-FILE.
000640     COPY OVDAGREC.
000650*
000660 FD  ACCTMAST-FILE.
000670     COPY ACCTREC.
000680*
000690 FD  CUSTMAST-FILE.
000700     COPY CUSTREC.
000710*
000720 FD  LTRHIST-FILE.
000730     COPY LTRHREC.
000740*
000750 FD  LETTER-FILE.
000760 01  LETTER-LINE                     PIC X(80).
000770*
000780 FD  CONTROL-REPORT.
000790 01  CONTROL-LINE                    PIC X(132).
000800*
000810 FD  RUNLOG-FILE.
000820     COPY RUNLOG.
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-SWITCHES.
000860     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000870         88  WS-CAL-EOF                  VALUE "Y".
000880     05  WS-AGE-EOF-SW               PIC X(01) VALUE "N".
000890         88  WS-AGE-EOF                  VALUE "Y".
000900     05  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
000910         88  WS-HIST-EOF                 VALUE "Y".
000920     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
000930         88  WS-PROC-DATE-FOUND          VALUE "Y".
000940     05  WS-CAL-OK-SW                PIC X(01) VALUE "Y".
000950         88  WS-CAL-OK                   VALUE "Y".
000960     05  WS-ENTRY-HIT-SW             PIC X(01).
000970         88  WS-ENTRY-HIT                VALUE "Y".
000980     05  WS-HIST-FOUND-SW            PIC X(01).
000990         88  WS-HIST-FOUND               VALUE "Y".
001000*
001010 01  WS-ACCTMAST-STATUS              PIC X(02).
001020 01  WS-CUSTMAST-STATUS              PIC X(02).
001030 01  WS-LTRHIST-STATUS               PIC X(02).
001040*
001050 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001060*
001070 01  WS-TIMESTAMP-WORK.
001080     05  WS-TS-DATE                  PIC 9(08).
001090     05  WS-TS-TIME                  PIC 9(08).
001100*
001110 01  WS-NOW-TS                       PIC 9(14).
001120 01  WS-RUN-START-TS                 PIC 9(14).
001130*
001140*----------------------------------------------------------*
001150* Tonight's overdraft aging state as the OVDAGING step     *
001160* left it: every account still overdrawn, since when, and  *
001170* for how many business days.                              *
001180*----------------------------------------------------------*
001190 01  WS-AGE-TABLE.
001200     05  WS-AGE-COUNT                PIC 9(03) VALUE 0.
001210     05  WS-AGE-ENTRY                OCCURS 500 TIMES.
001220         10  WS-AGE-ACCT-ID          PIC X(06).
001230         10  WS-AGE-FIRST-DATE       PIC 9(08).
001240         10  WS-AGE-DAYS             PIC 9(05).
001250*
001260 77  WS-AGE-IX                       PIC 9(03) COMP.
001270 77  WS-WORK-ACCT-ID                 PIC X(06).
001280*
001290*----------------------------------------------------------*
001300* The aging buckets, as OvdAging prints them, and the      *
001310* notice an account is due on reaching each: nothing for   *
001320* an overnight excursion, then reminder, formal notice and *
001330* final demand.                                            *
001340*----------------------------------------------------------*
001350 01  WS-BUCKET-TABLE.
001360     05  FILLER                      PIC X(26) VALUE
001370         "0000100005 1 TO  5 DAYS  0".
001380     05  FILLER                      PIC X(26) VALUE
001390         "0000600010 6 TO 10 DAYS  1".
001400     05  FILLER                      PIC X(26) VALUE
001410         "000110002011 TO 20 DAYS  2".
001420     05  FILLER                      PIC X(26) VALUE
001430         "0002199999OVER 20 DAYS   3".
001440 01  FILLER REDEFINES WS-BUCKET-TABLE.
001450     05  WS-BUCKET                   OCCURS 4 TIMES.
001460         10  WS-BUCKET-LO            PIC 9(05).
001470         10  WS-BUCKET-HI            PIC 9(05).
001480         10  WS-BUCKET-NAME          PIC X(15).
001490         10  WS-BUCKET-LEVEL         PIC 9(01).
001500*
001510 77  WS-BUCKET-IX                    PIC 9(01).
001520*
001530*----------------------------------------------------------*
001540* The three notices: the name the control listing shows,   *
001550* the letter's heading, four lines ahead of the figures    *
001560* and two after them.                                      *
001570*----------------------------------------------------------*
001580 01  WS-NOTICE-TABLE.
001590     05  FILLER                      PIC X(14) VALUE
001600         "REMINDER".
001610     05  FILLER                      PIC X(40) VALUE
001620         "REMINDER - YOUR ACCOUNT IS OVERDRAWN".
001630     05  FILLER                      PIC X(56) VALUE
001640         "OUR RECORDS SHOW THAT YOUR ACCOUNT HAS BEEN OVERDRAWN".
001650     05  FILLER                      PIC X(56) VALUE
001660         "FOR SEVERAL DAYS. THIS MAY SIMPLY BE AN OVERSIGHT; IF".
001670     05  FILLER                      PIC X(56) VALUE
001680         "YOU HAVE ALREADY PAID IN ENOUGH TO CLEAR IT, PLEASE".
001690     05  FILLER                      PIC X(56) VALUE
001700         "IGNORE THIS LETTER. THE POSITION AT THE DATE ABOVE IS:".
001710     05  FILLER                      PIC X(56) VALUE
001720         "PLEASE PAY IN ENOUGH TO BRING THE ACCOUNT BACK INTO".
001730     05  FILLER                      PIC X(56) VALUE
001740         "CREDIT, OR CONTACT YOUR BRANCH TO DISCUSS IT.".
001750     05  FILLER                      PIC X(14) VALUE
001760         "FORMAL NOTICE".
001770     05  FILLER                      PIC X(40) VALUE
001780         "FORMAL NOTICE - OVERDRAWN ACCOUNT".
001790     05  FILLER                      PIC X(56) VALUE
001800         "WE WROTE TO YOU RECENTLY ABOUT YOUR OVERDRAWN ACCOUNT.".
001810     05  FILLER                      PIC X(56) VALUE
001820         "IT REMAINS OVERDRAWN, AND WE NOW ASK YOU FORMALLY TO".
001830     05  FILLER                      PIC X(56) VALUE
001840         "BRING IT BACK INTO CREDIT WITHOUT FURTHER DELAY. THE".
001850     05  FILLER                      PIC X(56) VALUE
001860         "POSITION AT THE DATE ABOVE IS:".
001870     05  FILLER                      PIC X(56) VALUE
001880         "IF THE ACCOUNT IS NOT BACK IN CREDIT WITHIN TEN DAYS".
001890     05  FILLER                      PIC X(56) VALUE
001900         "WE MAY RESTRICT ITS USE. PLEASE CONTACT YOUR BRANCH.".
001910     05  FILLER                      PIC X(14) VALUE
001920         "FINAL DEMAND".
001930     05  FILLER                      PIC X(40) VALUE
001940         "FINAL DEMAND - OVERDRAWN ACCOUNT".
001950     05  FILLER                      PIC X(56) VALUE
001960         "DESPITE OUR EARLIER LETTERS YOUR ACCOUNT REMAINS".
001970     05  FILLER                      PIC X(56) VALUE
001980         "OVERDRAWN. THIS IS OUR FINAL DEMAND FOR REPAYMENT OF".
001990     05  FILLER                      PIC X(56) VALUE
002000         "THE FULL AMOUNT OVERDRAWN. THE POSITION AT THE DATE".
002010     05  FILLER                      PIC X(56) VALUE
002020         "ABOVE IS:".
002030     05  FILLER                      PIC X(56) VALUE
002040         "UNLESS THE ACCOUNT IS BACK IN CREDIT WITHIN SEVEN DAYS".
002050     05  FILLER                      PIC X(56) VALUE
002060         "WE MAY TAKE FURTHER ACTION TO RECOVER THE AMOUNT OWED.".
002070 01  FILLER REDEFINES WS-NOTICE-TABLE.
002080     05  WS-NOTICE                   OCCURS 3 TIMES.
002090         10  WS-NOTICE-NAME          PIC X(14).
002100         10  WS-NOTICE-HEADING       PIC X(40).
002110         10  WS-NOTICE-TEXT          PIC X(56) OCCURS 6 TIMES.
002120*
002130 77  WS-LETTER-LEVEL                 PIC 9(01).
002140 77  WS-TEXT-IX                      PIC 9(01).
002150 77  WS-OVERDRAWN-AMOUNT             PIC 9(08).
002160*
002170*----------------------------------------------------------*
002180* Letter and listing figures: letters and amounts by aging *
002190* bucket for the sign-off, and by notice for the totals.   *
002200*----------------------------------------------------------*
002210 01  WS-LETTER-COUNTERS.
002220     05  WS-BKT-TOTALS               OCCURS 4 TIMES.
002230         10  WS-BKT-LETTERS          PIC 9(06).
002240         10  WS-BKT-AMOUNT           PIC 9(12).
002250     05  WS-NOTICE-COUNT             PIC 9(06) OCCURS 3 TIMES.
002260     05  WS-LETTER-TOTAL             PIC 9(06) VALUE 0.
002270     05  WS-NOT-PRODUCED-COUNT       PIC 9(06) VALUE 0.
002280     05  WS-RESET-COUNT              PIC 9(06) VALUE 0.
002290     05  WS-AGE-READ-COUNT           PIC 9(06) VALUE 0.
002300*
002310*----------------------------------------------------------*
002320* One letter is one printed page: the lines below are laid *
002330* out in turn, then the page is filled to its full depth   *
002340* so every letter starts at the top of a sheet.            *
002350*----------------------------------------------------------*
002360 01  WS-LTR-COUNTERS.
002370     05  WS-LTR-LINE-COUNT           PIC 9(03) VALUE 0.
002380     05  WS-LTR-LINES-PER-PAGE       PIC 9(03) VALUE 60.
002390*
002400 01  WS-LTR-HEAD-LINE.
002410     05  FILLER                      PIC X(40) VALUE
002420         "CREDIT CONTROL DEPARTMENT".
002430     05  FILLER                      PIC X(26) VALUE SPACES.
002440     05  FILLER                      PIC X(06) VALUE "DATE: ".
002450     05  WS-LTR-DATE                 PIC 9(08).
002460*
002470 01  WS-LTR-ADDRESS-LINE.
002480     05  FILLER                      PIC X(08) VALUE SPACES.
002490     05  WS-LTR-ADDRESS              PIC X(28).
002500*
002510 01  WS-LTR-REF-LINE.
002520     05  FILLER                      PIC X(14) VALUE
002530         "YOUR ACCOUNT: ".
002540     05  WS-LTR-ACCT-ID              PIC X(06).
002550     05  FILLER                      PIC X(16) VALUE
002560         "    CUSTOMER: ".
002570     05  WS-LTR-CUST-NO              PIC X(06).
002580*
002590 01  WS-LTR-HEADING-LINE.
002600     05  FILLER                      PIC X(08) VALUE SPACES.
002610     05  WS-LTR-HEADING              PIC X(40).
002620*
002630 01  WS-LTR-DEAR-LINE.
002640     05  FILLER                      PIC X(05) VALUE "DEAR ".
002650     05  WS-LTR-DEAR-NAME            PIC X(25).
002660*
002670 01  WS-LTR-TEXT-LINE.
002680     05  FILLER                      PIC X(08) VALUE SPACES.
002690     05  WS-LTR-TEXT                 PIC X(56).
002700*
002710 01  WS-LTR-FIGURE-LINE.
002720     05  FILLER                      PIC X(12) VALUE SPACES.
002730     05  WS-LTR-FIG-LABEL            PIC X(26).
002740     05  WS-LTR-FIG-AMOUNT           PIC ZZ,ZZZ,ZZ9.
002750*
002760 01  WS-LTR-DATE-FIGURE-LINE.
002770     05  FILLER                      PIC X(12) VALUE SPACES.
002780     05  FILLER                      PIC X(26) VALUE
002790         "OVERDRAWN SINCE         : ".
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  WS-LTR-FIG-SINCE            PIC 9(08).
002820*
002830 01  WS-LTR-CLOSE-LINE               PIC X(40).
002840*
002850 01  WS-RPT-COUNTERS.
002860     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
002870     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002880     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
002890*
002900 01  WS-RPT-HEADER-1.
002910     05  FILLER                      PIC X(36) VALUE
002920         "COLLECTION LETTER CONTROL LISTING".
002930     05  WS-HDR-SECTION              PIC X(30).
002940     05  FILLER                      PIC X(11) VALUE "RUN DATE: ".
002950     05  WS-HDR-DATE                 PIC 9(08).
002960     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
002970     05  WS-HDR-PAGE                 PIC ZZ9.
002980*
002990 01  WS-RPT-COLUMN-HEADINGS.
003000     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
003010     05  FILLER                      PIC X(08) VALUE "CUSTOMER".
003020     05  FILLER                      PIC X(27) VALUE "NAME".
003030     05  FILLER                      PIC X(16) VALUE "NOTICE".
003040     05  FILLER                      PIC X(07) VALUE "  DAYS".
003050     05  FILLER                      PIC X(10) VALUE "  SINCE".
003060     05  FILLER                      PIC X(13) VALUE
003070         "    OVERDRAWN".
003080     05  FILLER                      PIC X(13) VALUE
003090         "        LIMIT".
003100     05  FILLER                      PIC X(06) VALUE SPACES.
003110     05  FILLER                      PIC X(04) VALUE "NOTE".
003120*
003130 01  WS-RPT-DETAIL-LINE.
003140     05  WS-DTL-ACCT-ID              PIC X(06).
003150     05  FILLER                      PIC X(02) VALUE SPACES.
003160     05  WS-DTL-CUST-NO              PIC X(06).
003170     05  FILLER                      PIC X(02) VALUE SPACES.
003180     05  WS-DTL-CUST-NAME            PIC X(25).
003190     05  FILLER                      PIC X(02) VALUE SPACES.
003200     05  WS-DTL-NOTICE               PIC X(14).
003210     05  FILLER                      PIC X(02) VALUE SPACES.
003220     05  WS-DTL-DAYS                 PIC ZZZZ9.
003230     05  FILLER                      PIC X(02) VALUE SPACES.
003240     05  WS-DTL-SINCE                PIC 9(08).
003250     05  FILLER                      PIC X(02) VALUE SPACES.
003260     05  WS-DTL-OVERDRAWN            PIC ZZZ,ZZZ,ZZ9.
003270     05  FILLER                      PIC X(02) VALUE SPACES.
003280     05  WS-DTL-LIMIT                PIC ZZZ,ZZZ,ZZ9.
003290     05  FILLER                      PIC X(02) VALUE SPACES.
003300     05  WS-DTL-NOTE                 PIC X(30).
003310*
003320 01  WS-RPT-TOTAL-LINE.
003330     05  WS-TOT-LABEL                PIC X(26).
003340     05  WS-TOT-COUNT                PIC ZZZ,ZZ9.
003350     05  FILLER                      PIC X(04) VALUE SPACES.
003360     05  WS-TOT-AMOUNT-LABEL         PIC X(18).
003370     05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
003380*
003390 01  WS-RPT-SIGNOFF-LINE-1           PIC X(60) VALUE
003400     "LETTERS CHECKED AGAINST THIS LISTING AND RELEASED FOR POST".
003410 01  WS-RPT-SIGNOFF-LINE-2.
003420     05  FILLER                      PIC X(17) VALUE
003430         "CREDIT MANAGER : ".
003440     05  FILLER                      PIC X(30) VALUE ALL "_".
003450     05  FILLER                      PIC X(10) VALUE "  DATE : ".
003460     05  FILLER                      PIC X(10) VALUE ALL "_".
003470*
003480 PROCEDURE DIVISION.
003490*
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE
003520         THRU 1000-EXIT.
003530     IF WS-CAL-OK THEN
003540         PERFORM 2000-LOAD-AGING-STATE
003550             THRU 2000-EXIT
003560         PERFORM 3000-ISSUE-LETTERS
003570             THRU 3000-EXIT
003580         PERFORM 4000-RESET-HISTORY
003590             THRU 4000-EXIT
003600         PERFORM 7000-PRINT-TOTALS
003610             THRU 7000-EXIT
003620     END-IF.
003630     PERFORM 8000-FINALIZE
003640         THRU 8000-EXIT.
003650     STOP RUN.
003660*
003670*-----------------------------------------------------------*
003680* 1000-INITIALIZE - the processing date comes off the       *
003690* business-date calendar; it dates every letter and every   *
003700* history entry.                                            *
003710*-----------------------------------------------------------*
003720 1000-INITIALIZE.
003730     PERFORM 7100-GET-TIMESTAMP
003740         THRU 7100-EXIT.
003750     MOVE WS-NOW-TS TO WS-RUN-START-TS.
003760     INITIALIZE WS-BKT-TOTALS(1) WS-BKT-TOTALS(2)
003770         WS-BKT-TOTALS(3) WS-BKT-TOTALS(4).
003780     MOVE 0 TO WS-NOTICE-COUNT(1) WS-NOTICE-COUNT(2)
003790         WS-NOTICE-COUNT(3).
003800     PERFORM 1100-LOAD-CALENDAR
003810         THRU 1100-EXIT.
003820     IF NOT WS-CAL-OK THEN
003830         GO TO 1000-EXIT
003840     END-IF.
003850     OPEN INPUT AGE-FILE.
003860     OPEN INPUT ACCTMAST-FILE.
003870     OPEN INPUT CUSTMAST-FILE.
003880     OPEN I-O LTRHIST-FILE.
003890     OPEN OUTPUT LETTER-FILE.
003900     OPEN OUTPUT CONTROL-REPORT.
003910     MOVE WS-PROC-DATE TO WS-HDR-DATE.
003920     MOVE WS-PROC-DATE TO WS-LTR-DATE.
003930 1000-EXIT.
003940     EXIT.
003950*
003960 1100-LOAD-CALENDAR.
003970     OPEN INPUT CAL-FILE.
003980     PERFORM 1110-READ-CAL-RECORD
003990         THRU 1110-EXIT
004000         UNTIL WS-CAL-EOF.
004010     CLOSE CAL-FILE.
004020     IF NOT WS-PROC-DATE-FOUND THEN
004030         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
004040             "RUN REJECTED ***"
004050         MOVE "N" TO WS-CAL-OK-SW
004060         MOVE 16 TO RETURN-CODE
004070     END-IF.
004080 1100-EXIT.
004090     EXIT.
004100*
004110 1110-READ-CAL-RECORD.
004120     READ CAL-FILE
004130         AT END
004140             MOVE "Y" TO WS-CAL-EOF-SW
004150             GO TO 1110-EXIT
004160     END-READ.
004170     IF CAL-PROCESSING-DATE THEN
004180         MOVE CAL-DATE TO WS-PROC-DATE
004190         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
004200     END-IF.
004210 1110-EXIT.
004220     EXIT.
004230*
004240*-----------------------------------------------------------*
004250* 2000-LOAD-AGING-STATE - tonight's aging generation into   *
004260* the table; the reset pass needs to know who is still      *
004270* overdrawn as much as the letter pass does.                *
004280*-----------------------------------------------------------*
004290 2000-LOAD-AGING-STATE.
004300     PERFORM 2100-READ-ONE-STATE
004310         THRU 2100-EXIT
004320         UNTIL WS-AGE-EOF.
004330     CLOSE AGE-FILE.
004340 2000-EXIT.
004350     EXIT.
004360*
004370 2100-READ-ONE-STATE.
004380     READ AGE-FILE
004390         AT END
004400             MOVE "Y" TO WS-AGE-EOF-SW
004410             GO TO 2100-EXIT
004420     END-READ.
004430     ADD 1 TO WS-AGE-READ-COUNT.
004440     IF WS-AGE-COUNT >= 500 THEN
004450         DISPLAY "AGING TABLE FULL - " OVDA-ACCT-ID " DROPPED"
004460         MOVE 8 TO RETURN-CODE
004470         GO TO 2100-EXIT
004480     END-IF.
004490     ADD 1 TO WS-AGE-COUNT.
004500     MOVE OVDA-ACCT-ID TO WS-AGE-ACCT-ID(WS-AGE-COUNT).
004510     MOVE OVDA-FIRST-OVD-DATE
004520         TO WS-AGE-FIRST-DATE(WS-AGE-COUNT).
004530     MOVE OVDA-DAYS-IN-OVD TO WS-AGE-DAYS(WS-AGE-COUNT).
004540 2100-EXIT.
004550     EXIT.
004560*
004570*-----------------------------------------------------------*
004580* 3000-ISSUE-LETTERS - one pass per bucket that carries a   *
004590* notice, so the letters and the control listing both come  *
004600* out grouped by bucket for the credit manager.             *
004610*-----------------------------------------------------------*
004620 3000-ISSUE-LETTERS.
004630     MOVE 2 TO WS-BUCKET-IX.
004640     PERFORM 3100-LETTERS-FOR-BUCKET
004650         THRU 3100-EXIT
004660         UNTIL WS-BUCKET-IX > 4.
004670 3000-EXIT.
004680     EXIT.
004690*
004700 3100-LETTERS-FOR-BUCKET.
004710     MOVE WS-BUCKET-NAME(WS-BUCKET-IX) TO WS-HDR-SECTION.
004720     MOVE 99 TO WS-RPT-LINE-COUNT.
004730     MOVE 1 TO WS-AGE-IX.
004740     PERFORM 3200-CHECK-ONE-ENTRY
004750         THRU 3200-EXIT
004760         UNTIL WS-AGE-IX > WS-AGE-COUNT.
004770     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
004780         PERFORM 4700-PRINT-HEADER
004790             THRU 4700-EXIT
004800     END-IF.
004810     MOVE SPACES TO CONTROL-LINE.
004820     WRITE CONTROL-LINE.
004830     MOVE "LETTERS IN BUCKET       : " TO WS-TOT-LABEL.
004840     MOVE WS-BKT-LETTERS(WS-BUCKET-IX) TO WS-TOT-COUNT.
004850     MOVE "TOTAL OVERDRAWN : " TO WS-TOT-AMOUNT-LABEL.
004860     MOVE WS-BKT-AMOUNT(WS-BUCKET-IX) TO WS-TOT-AMOUNT.
004870     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
004880     ADD 2 TO WS-RPT-LINE-COUNT.
004890     ADD 1 TO WS-BUCKET-IX.
004900 3100-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------*
004940* 3200-CHECK-ONE-ENTRY - an account in this bucket is due   *
004950* the bucket's notice. The notices go out in order, one a   *
004960* night: an account that reached a later bucket without the *
004970* earlier letter (a missed night, or an excursion older     *
004980* than this step) gets the next notice it has not had,      *
004990* never the same one twice and never a demand before a      *
005000* reminder.                                                 *
005010*-----------------------------------------------------------*
005020 3200-CHECK-ONE-ENTRY.
005030     IF WS-AGE-DAYS(WS-AGE-IX) <
005040             WS-BUCKET-LO(WS-BUCKET-IX)
005050         OR WS-AGE-DAYS(WS-AGE-IX) >
005060             WS-BUCKET-HI(WS-BUCKET-IX) THEN
005070         GO TO 3290-NEXT-ENTRY
005080     END-IF.
005090     PERFORM 3300-GET-HISTORY
005100         THRU 3300-EXIT.
005110     IF LTRH-LEVEL-SENT >= WS-BUCKET-LEVEL(WS-BUCKET-IX) THEN
005120         GO TO 3290-NEXT-ENTRY
005130     END-IF.
005140     COMPUTE WS-LETTER-LEVEL = LTRH-LEVEL-SENT + 1.
005150     MOVE WS-AGE-ACCT-ID(WS-AGE-IX) TO ACCT-ID.
005160     READ ACCTMAST-FILE
005170         INVALID KEY
005180             DISPLAY "AGING ENTRY " ACCT-ID
005190                 " NOT ON MASTER - NO LETTER"
005200             GO TO 3290-NEXT-ENTRY
005210     END-READ.
005220     COMPUTE WS-OVERDRAWN-AMOUNT = 0 - ACCT-BALANCE.
005230     PERFORM 3400-FORMAT-DETAIL
005240         THRU 3400-EXIT.
005250     IF ACCT-CUST-NO = SPACES THEN
005260         MOVE "NOT PRODUCED - NO CUSTOMER" TO WS-DTL-NOTE
005270         PERFORM 3700-LIST-NOT-PRODUCED
005280             THRU 3700-EXIT
005290         GO TO 3290-NEXT-ENTRY
005300     END-IF.
005310     MOVE ACCT-CUST-NO TO CUST-NO.
005320     READ CUSTMAST-FILE
005330         INVALID KEY
005340             MOVE "NOT PRODUCED - CUST NOT FOUND"
005350                 TO WS-DTL-NOTE
005360             PERFORM 3700-LIST-NOT-PRODUCED
005370                 THRU 3700-EXIT
005380             GO TO 3290-NEXT-ENTRY
005390     END-READ.
005400     MOVE CUST-NAME TO WS-DTL-CUST-NAME.
005410     PERFORM 5000-WRITE-LETTER
005420         THRU 5000-EXIT.
005430     PERFORM 3500-UPDATE-HISTORY
005440         THRU 3500-EXIT.
005450     PERFORM 3600-LIST-LETTER
005460         THRU 3600-EXIT.
005470 3290-NEXT-ENTRY.
005480     ADD 1 TO WS-AGE-IX.
005490 3200-EXIT.
005500     EXIT.
005510*
005520*-----------------------------------------------------------*
005530* 3300-GET-HISTORY - what this excursion has had so far. No *
005540* history yet means nothing sent. A history built for an     *
005550* earlier excursion (its first overdrawn date is not this    *
005560* one's) counts for nothing: the account starts again at the *
005570* reminder, and the new date goes back with the letter. The  *
005580* reset pass runs after the letters and cannot be relied on  *
005590* to have cleared it.                                        *
005600*-----------------------------------------------------------*
005610 3300-GET-HISTORY.
005620     MOVE WS-AGE-ACCT-ID(WS-AGE-IX) TO LTRH-ACCT-ID.
005630     READ LTRHIST-FILE
005640         INVALID KEY
005650             MOVE "N" TO WS-HIST-FOUND-SW
005660             INITIALIZE LTRH-RECORD
005670             MOVE WS-AGE-ACCT-ID(WS-AGE-IX) TO LTRH-ACCT-ID
005680             MOVE WS-AGE-FIRST-DATE(WS-AGE-IX)
005690                 TO LTRH-FIRST-OVD-DATE
005700         NOT INVALID KEY
005710             MOVE "Y" TO WS-HIST-FOUND-SW
005720     END-READ.
005730     IF WS-HIST-FOUND
005740             AND LTRH-FIRST-OVD-DATE NOT =
005750                 WS-AGE-FIRST-DATE(WS-AGE-IX) THEN
005760         MOVE WS-AGE-FIRST-DATE(WS-AGE-IX)
005770             TO LTRH-FIRST-OVD-DATE
005780         MOVE 0 TO LTRH-LEVEL-SENT
005790         MOVE ZEROS TO LTRH-LETTER-DATES
005800     END-IF.
005810 3300-EXIT.
005820     EXIT.
005830*
005840 3400-FORMAT-DETAIL.
005850     MOVE ACCT-ID TO WS-DTL-ACCT-ID.
005860     MOVE ACCT-CUST-NO TO WS-DTL-CUST-NO.
005870     MOVE SPACES TO WS-DTL-CUST-NAME.
005880     MOVE WS-NOTICE-NAME(WS-LETTER-LEVEL) TO WS-DTL-NOTICE.
005890     MOVE WS-AGE-DAYS(WS-AGE-IX) TO WS-DTL-DAYS.
005900     MOVE WS-AGE-FIRST-DATE(WS-AGE-IX) TO WS-DTL-SINCE.
005910     MOVE WS-OVERDRAWN-AMOUNT TO WS-DTL-OVERDRAWN.
005920     MOVE ACCT-OVERDRAFT-LIMIT TO WS-DTL-LIMIT.
005930     MOVE SPACES TO WS-DTL-NOTE.
005940 3400-EXIT.
005950     EXIT.
005960*
005970*-----------------------------------------------------------*
005980* 3500-UPDATE-HISTORY - record the notice just printed; the *
005990* next run will not send it again.                          *
006000*-----------------------------------------------------------*
006010 3500-UPDATE-HISTORY.
006020     MOVE WS-LETTER-LEVEL TO LTRH-LEVEL-SENT.
006030     MOVE WS-PROC-DATE TO LTRH-LETTER-DATE(WS-LETTER-LEVEL).
006040     IF WS-HIST-FOUND THEN
006050         REWRITE LTRH-RECORD
006060             INVALID KEY
006070                 DISPLAY "LETTER HISTORY REWRITE FAILED "
006080                     LTRH-ACCT-ID " STATUS " WS-LTRHIST-STATUS
006090                 MOVE 8 TO RETURN-CODE
006100         END-REWRITE
006110     ELSE
006120         WRITE LTRH-RECORD
006130             INVALID KEY
006140                 DISPLAY "LETTER HISTORY WRITE FAILED "
006150                     LTRH-ACCT-ID " STATUS " WS-LTRHIST-STATUS
006160                 MOVE 8 TO RETURN-CODE
006170         END-WRITE
006180     END-IF.
006190 3500-EXIT.
006200     EXIT.
006210*
006220 3600-LIST-LETTER.
006230     IF WS-LETTER-LEVEL < WS-BUCKET-LEVEL(WS-BUCKET-IX) THEN
006240         MOVE "EARLIER NOTICE NOT YET SENT" TO WS-DTL-NOTE
006250     END-IF.
006260     PERFORM 3800-WRITE-DETAIL
006270         THRU 3800-EXIT.
006280     ADD 1 TO WS-BKT-LETTERS(WS-BUCKET-IX).
006290     ADD WS-OVERDRAWN-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET-IX).
006300     ADD 1 TO WS-NOTICE-COUNT(WS-LETTER-LEVEL).
006310     ADD 1 TO WS-LETTER-TOTAL.
006320 3600-EXIT.
006330     EXIT.
006340*
006350*-----------------------------------------------------------*
006360* 3700-LIST-NOT-PRODUCED - no customer to address the       *
006370* letter to. The history is left alone so the notice goes   *
006380* out the first night after the customer link is repaired.  *
006390*-----------------------------------------------------------*
006400 3700-LIST-NOT-PRODUCED.
006410     PERFORM 3800-WRITE-DETAIL
006420         THRU 3800-EXIT.
006430     ADD 1 TO WS-NOT-PRODUCED-COUNT.
006440     IF RETURN-CODE = 0 THEN
006450         MOVE 4 TO RETURN-CODE
006460     END-IF.
006470 3700-EXIT.
006480     EXIT.
006490*
006500 3800-WRITE-DETAIL.
006510     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
006520         PERFORM 4700-PRINT-HEADER
006530             THRU 4700-EXIT
006540     END-IF.
006550     WRITE CONTROL-LINE FROM WS-RPT-DETAIL-LINE.
006560     ADD 1 TO WS-RPT-LINE-COUNT.
006570 3800-EXIT.
006580     EXIT.
006590*
006600*-----------------------------------------------------------*
006610* 4000-RESET-HISTORY - browse the whole history. An account *
006620* no longer on the aging state is back in credit; one on it *
006630* from a later date than its history went back into credit  *
006640* and is overdrawn afresh. Either way the history goes, and *
006650* the next excursion starts again from the reminder.        *
006660*-----------------------------------------------------------*
006670 4000-RESET-HISTORY.
006680     MOVE "HISTORIES RESET" TO WS-HDR-SECTION.
006690     MOVE 99 TO WS-RPT-LINE-COUNT.
006700     MOVE LOW-VALUES TO LTRH-ACCT-ID.
006710     START LTRHIST-FILE KEY IS NOT LESS THAN LTRH-ACCT-ID
006720         INVALID KEY
006730             MOVE "Y" TO WS-HIST-EOF-SW
006740     END-START.
006750     PERFORM 4100-CHECK-ONE-HISTORY
006760         THRU 4100-EXIT
006770         UNTIL WS-HIST-EOF.
006780 4000-EXIT.
006790     EXIT.
006800*
006810 4100-CHECK-ONE-HISTORY.
006820     READ LTRHIST-FILE NEXT RECORD
006830         AT END
006840             MOVE "Y" TO WS-HIST-EOF-SW
006850             GO TO 4100-EXIT
006860     END-READ.
006870     MOVE LTRH-ACCT-ID TO WS-WORK-ACCT-ID.
006880     PERFORM 4200-FIND-TABLE-ENTRY
006890         THRU 4200-EXIT.
006900     IF WS-ENTRY-HIT THEN
006910         IF WS-AGE-FIRST-DATE(WS-AGE-IX) = LTRH-FIRST-OVD-DATE
006920                 THEN
006930             GO TO 4100-EXIT
006940         END-IF
006950     END-IF.
006960     INITIALIZE WS-RPT-DETAIL-LINE.
006970     MOVE LTRH-ACCT-ID TO WS-DTL-ACCT-ID.
006980     MOVE SPACES TO WS-DTL-CUST-NO.
006990     MOVE SPACES TO WS-DTL-CUST-NAME.
007000     IF LTRH-NOTHING-SENT THEN
007010         MOVE SPACES TO WS-DTL-NOTICE
007020     ELSE
007030         MOVE WS-NOTICE-NAME(LTRH-LEVEL-SENT) TO WS-DTL-NOTICE
007040     END-IF.
007050     MOVE 0 TO WS-DTL-DAYS.
007060     MOVE LTRH-FIRST-OVD-DATE TO WS-DTL-SINCE.
007070     MOVE 0 TO WS-DTL-OVERDRAWN.
007080     MOVE 0 TO WS-DTL-LIMIT.
007090     IF WS-ENTRY-HIT THEN
007100         MOVE "RESET - OVERDRAWN AFRESH" TO WS-DTL-NOTE
007110     ELSE
007120         MOVE "RESET - BACK IN CREDIT" TO WS-DTL-NOTE
007130     END-IF.
007140     DELETE LTRHIST-FILE RECORD
007150         INVALID KEY
007160             DISPLAY "LETTER HISTORY DELETE FAILED "
007170                 LTRH-ACCT-ID " STATUS " WS-LTRHIST-STATUS
007180             MOVE 8 TO RETURN-CODE
007190             GO TO 4100-EXIT
007200     END-DELETE.
007210     PERFORM 3800-WRITE-DETAIL
007220         THRU 3800-EXIT.
007230     ADD 1 TO WS-RESET-COUNT.
007240 4100-EXIT.
007250     EXIT.
007260*
007270 4200-FIND-TABLE-ENTRY.
007280     MOVE "N" TO WS-ENTRY-HIT-SW.
007290     MOVE 1 TO WS-AGE-IX.
007300     PERFORM 4210-CHECK-TABLE-ENTRY
007310         THRU 4210-EXIT
007320         UNTIL WS-ENTRY-HIT
007330             OR WS-AGE-IX > WS-AGE-COUNT.
007340 4200-EXIT.
007350     EXIT.
007360*
007370 4210-CHECK-TABLE-ENTRY.
007380     IF WS-AGE-ACCT-ID(WS-AGE-IX) = WS-WORK-ACCT-ID THEN
007390         MOVE "Y" TO WS-ENTRY-HIT-SW
007400     ELSE
007410         ADD 1 TO WS-AGE-IX
007420     END-IF.
007430 4210-EXIT.
007440     EXIT.
007450*
007460 4700-PRINT-HEADER.
007470     ADD 1 TO WS-RPT-PAGE-NO.
007480     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
007490     WRITE CONTROL-LINE FROM WS-RPT-HEADER-1.
007500     MOVE SPACES TO CONTROL-LINE.
007510     WRITE CONTROL-LINE.
007520     WRITE CONTROL-LINE FROM WS-RPT-COLUMN-HEADINGS.
007530     MOVE 1 TO WS-RPT-LINE-COUNT.
007540 4700-EXIT.
007550     EXIT.
007560*
007570*-----------------------------------------------------------*
007580* 5000-WRITE-LETTER - one page per letter: sender and date, *
007590* the customer's name and address off the customer master,  *
007600* the notice's heading and text, and the account's figures  *
007610* as they stand tonight.                                    *
007620*-----------------------------------------------------------*
007630 5000-WRITE-LETTER.
007640     MOVE 0 TO WS-LTR-LINE-COUNT.
007650     WRITE LETTER-LINE FROM WS-LTR-HEAD-LINE.
007660     ADD 1 TO WS-LTR-LINE-COUNT.
007670     PERFORM 5200-WRITE-BLANK-LINE
007680         THRU 5200-EXIT.
007690     PERFORM 5200-WRITE-BLANK-LINE
007700         THRU 5200-EXIT.
007710     MOVE CUST-NAME TO WS-LTR-ADDRESS.
007720     WRITE LETTER-LINE FROM WS-LTR-ADDRESS-LINE.
007730     MOVE CUST-ADDRESS TO WS-LTR-ADDRESS.
007740     WRITE LETTER-LINE FROM WS-LTR-ADDRESS-LINE.
007750     ADD 2 TO WS-LTR-LINE-COUNT.
007760     PERFORM 5200-WRITE-BLANK-LINE
007770         THRU 5200-EXIT.
007780     PERFORM 5200-WRITE-BLANK-LINE
007790         THRU 5200-EXIT.
007800     MOVE ACCT-ID TO WS-LTR-ACCT-ID.
007810     MOVE CUST-NO TO WS-LTR-CUST-NO.
007820     WRITE LETTER-LINE FROM WS-LTR-REF-LINE.
007830     ADD 1 TO WS-LTR-LINE-COUNT.
007840     PERFORM 5200-WRITE-BLANK-LINE
007850         THRU 5200-EXIT.
007860     MOVE WS-NOTICE-HEADING(WS-LETTER-LEVEL) TO WS-LTR-HEADING.
007870     WRITE LETTER-LINE FROM WS-LTR-HEADING-LINE.
007880     ADD 1 TO WS-LTR-LINE-COUNT.
007890     PERFORM 5200-WRITE-BLANK-LINE
007900         THRU 5200-EXIT.
007910     MOVE CUST-NAME TO WS-LTR-DEAR-NAME.
007920     WRITE LETTER-LINE FROM WS-LTR-DEAR-LINE.
007930     ADD 1 TO WS-LTR-LINE-COUNT.
007940     PERFORM 5200-WRITE-BLANK-LINE
007950         THRU 5200-EXIT.
007960     MOVE 1 TO WS-TEXT-IX.
007970     PERFORM 5100-WRITE-TEXT-LINE
007980         THRU 5100-EXIT
007990         UNTIL WS-TEXT-IX > 4.
008000     PERFORM 5200-WRITE-BLANK-LINE
008010         THRU 5200-EXIT.
008020     MOVE "AMOUNT OVERDRAWN        : " TO WS-LTR-FIG-LABEL.
008030     MOVE WS-OVERDRAWN-AMOUNT TO WS-LTR-FIG-AMOUNT.
008040     WRITE LETTER-LINE FROM WS-LTR-FIGURE-LINE.
008050     MOVE "AGREED OVERDRAFT LIMIT  : " TO WS-LTR-FIG-LABEL.
008060     MOVE ACCT-OVERDRAFT-LIMIT TO WS-LTR-FIG-AMOUNT.
008070     WRITE LETTER-LINE FROM WS-LTR-FIGURE-LINE.
008080     MOVE "DAYS OVERDRAWN          : " TO WS-LTR-FIG-LABEL.
008090     MOVE WS-AGE-DAYS(WS-AGE-IX) TO WS-LTR-FIG-AMOUNT.
008100     WRITE LETTER-LINE FROM WS-LTR-FIGURE-LINE.
008110     MOVE WS-AGE-FIRST-DATE(WS-AGE-IX) TO WS-LTR-FIG-SINCE.
008120     WRITE LETTER-LINE FROM WS-LTR-DATE-FIGURE-LINE.
008130     ADD 4 TO WS-LTR-LINE-COUNT.
008140     PERFORM 5200-WRITE-BLANK-LINE
008150         THRU 5200-EXIT.
008160     PERFORM 5100-WRITE-TEXT-LINE
008170         THRU 5100-EXIT
008180         UNTIL WS-TEXT-IX > 6.
008190     PERFORM 5200-WRITE-BLANK-LINE
008200         THRU 5200-EXIT.
008210     MOVE "YOURS FAITHFULLY," TO WS-LTR-CLOSE-LINE.
008220     WRITE LETTER-LINE FROM WS-LTR-CLOSE-LINE.
008230     ADD 1 TO WS-LTR-LINE-COUNT.
008240     PERFORM 5200-WRITE-BLANK-LINE
008250         THRU 5200-EXIT.
008260     PERFORM 5200-WRITE-BLANK-LINE
008270         THRU 5200-EXIT.
008280     MOVE "CREDIT CONTROL DEPARTMENT" TO WS-LTR-CLOSE-LINE.
008290     WRITE LETTER-LINE FROM WS-LTR-CLOSE-LINE.
008300     ADD 1 TO WS-LTR-LINE-COUNT.
008310     PERFORM 5200-WRITE-BLANK-LINE
008320         THRU 5200-EXIT
008330         UNTIL WS-LTR-LINE-COUNT >= WS-LTR-LINES-PER-PAGE.
008340 5000-EXIT.
008350     EXIT.
008360*
008370 5100-WRITE-TEXT-LINE.
008380     IF WS-NOTICE-TEXT(WS-LETTER-LEVEL, WS-TEXT-IX)
008390             NOT = SPACES THEN
008400         MOVE WS-NOTICE-TEXT(WS-LETTER-LEVEL, WS-TEXT-IX)
008410             TO WS-LTR-TEXT
008420         WRITE LETTER-LINE FROM WS-LTR-TEXT-LINE
008430         ADD 1 TO WS-LTR-LINE-COUNT
008440     END-IF.
008450     ADD 1 TO WS-TEXT-IX.
008460 5100-EXIT.
008470     EXIT.
008480*
008490 5200-WRITE-BLANK-LINE.
008500     MOVE SPACES TO LETTER-LINE.
008510     WRITE LETTER-LINE.
008520     ADD 1 TO WS-LTR-LINE-COUNT.
008530 5200-EXIT.
008540     EXIT.
008550*
008560*-----------------------------------------------------------*
008570* 7000-PRINT-TOTALS - the figures the credit manager signs  *
008580* for: letters by notice and by bucket, what could not be   *
008590* produced and how many histories were reset.               *
008600*-----------------------------------------------------------*
008610 7000-PRINT-TOTALS.
008620     MOVE "TOTALS" TO WS-HDR-SECTION.
008630     PERFORM 4700-PRINT-HEADER
008640         THRU 4700-EXIT.
008650     MOVE SPACES TO CONTROL-LINE.
008660     WRITE CONTROL-LINE.
008670     MOVE SPACES TO WS-TOT-AMOUNT-LABEL.
008680     MOVE 0 TO WS-TOT-AMOUNT.
008690     MOVE "AGING ENTRIES READ      : " TO WS-TOT-LABEL.
008700     MOVE WS-AGE-READ-COUNT TO WS-TOT-COUNT.
008710     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008720     MOVE "REMINDERS ISSUED        : " TO WS-TOT-LABEL.
008730     MOVE WS-NOTICE-COUNT(1) TO WS-TOT-COUNT.
008740     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008750     MOVE "FORMAL NOTICES ISSUED   : " TO WS-TOT-LABEL.
008760     MOVE WS-NOTICE-COUNT(2) TO WS-TOT-COUNT.
008770     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008780     MOVE "FINAL DEMANDS ISSUED    : " TO WS-TOT-LABEL.
008790     MOVE WS-NOTICE-COUNT(3) TO WS-TOT-COUNT.
008800     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008810     MOVE "LETTERS ISSUED          : " TO WS-TOT-LABEL.
008820     MOVE WS-LETTER-TOTAL TO WS-TOT-COUNT.
008830     MOVE "TOTAL OVERDRAWN : " TO WS-TOT-AMOUNT-LABEL.
008840     COMPUTE WS-TOT-AMOUNT = WS-BKT-AMOUNT(2)
008850         + WS-BKT-AMOUNT(3) + WS-BKT-AMOUNT(4).
008860     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008870     MOVE SPACES TO WS-TOT-AMOUNT-LABEL.
008880     MOVE 0 TO WS-TOT-AMOUNT.
008890     MOVE "NOT PRODUCED            : " TO WS-TOT-LABEL.
008900     MOVE WS-NOT-PRODUCED-COUNT TO WS-TOT-COUNT.
008910     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008920     MOVE "HISTORIES RESET         : " TO WS-TOT-LABEL.
008930     MOVE WS-RESET-COUNT TO WS-TOT-COUNT.
008940     WRITE CONTROL-LINE FROM WS-RPT-TOTAL-LINE.
008950     MOVE SPACES TO CONTROL-LINE.
008960     WRITE CONTROL-LINE.
008970     WRITE CONTROL-LINE.
008980     WRITE CONTROL-LINE FROM WS-RPT-SIGNOFF-LINE-1.
008990     MOVE SPACES TO CONTROL-LINE.
009000     WRITE CONTROL-LINE.
009010     WRITE CONTROL-LINE FROM WS-RPT-SIGNOFF-LINE-2.
009020 7000-EXIT.
009030     EXIT.
009040*
009050*-----------------------------------------------------------*
009060* 7100-GET-TIMESTAMP - current date and time as one         *
009070* 14-digit figure for the run log.                          *
009080*-----------------------------------------------------------*
009090 7100-GET-TIMESTAMP.
009100     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
009110     ACCEPT WS-TS-TIME FROM TIME.
009120     STRING WS-TS-DATE DELIMITED BY SIZE
009130             WS-TS-TIME(1:6) DELIMITED BY SIZE
009140         INTO WS-NOW-TS
009150     END-STRING.
009160 7100-EXIT.
009170     EXIT.
009180*
009190*-----------------------------------------------------------*
009200* 7200-WRITE-RUN-SUMMARY - one record on the common run     *
009210* log: aging entries in, letters out, letters not produced, *
009220* and histories reset.                                      *
009230*-----------------------------------------------------------*
009240 7200-WRITE-RUN-SUMMARY.
009250     MOVE "OVDLETTR" TO RUN-STEP-NAME.
009260     MOVE WS-RUN-START-TS TO RUN-START-TS.
009270     PERFORM 7100-GET-TIMESTAMP
009280         THRU 7100-EXIT.
009290     MOVE WS-NOW-TS TO RUN-END-TS.
009300     MOVE WS-AGE-READ-COUNT TO RUN-RECORDS-IN.
009310     MOVE WS-LETTER-TOTAL TO RUN-RECORDS-OUT.
009320     MOVE WS-NOT-PRODUCED-COUNT TO RUN-REJECT-COUNT.
009330     MOVE WS-RESET-COUNT TO RUN-EXTRA-COUNT-1.
009340     MOVE WS-NOTICE-COUNT(3) TO RUN-EXTRA-COUNT-2.
009350     MOVE 0 TO RUN-CONTROL-TOTAL.
009360     MOVE RETURN-CODE TO RUN-RETURN-CODE.
009370     IF WS-CAL-OK THEN
009380         MOVE "COLLECTION LETTERS" TO RUN-NOTE
009390     ELSE
009400         MOVE "CALENDAR REJECTED" TO RUN-NOTE
009410     END-IF.
009420     WRITE RUNLOG-RECORD.
009430 7200-EXIT.
009440     EXIT.
009450*
009460*-----------------------------------------------------------*
009470* 8000-FINALIZE - write the run-summary record, then close  *
009480* whatever this run opened.                                 *
009490*-----------------------------------------------------------*
009500 8000-FINALIZE.
009510     OPEN EXTEND RUNLOG-FILE.
009520     PERFORM 7200-WRITE-RUN-SUMMARY
009530         THRU 7200-EXIT.
009540     CLOSE RUNLOG-FILE.
009550     IF WS-CAL-OK THEN
009560         CLOSE ACCTMAST-FILE
009570         CLOSE CUSTMAST-FILE
009580         CLOSE LTRHIST-FILE
009590         CLOSE LETTER-FILE
009600         CLOSE CONTROL-REPORT
009610     END-IF.
009620 8000-EXIT.
009630     EXIT.
