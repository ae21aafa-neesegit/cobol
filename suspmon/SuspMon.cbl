000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SuspMon.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New suspicious-activity monitoring step  *
000080*                  after the balance run: the day's posted  *
000090*                  journal items are converted to base and  *
000100*                  rolled up per customer through the       *
000110*                  cross-reference, kept on a rolling       *
000120*                  history of business days, and checked    *
000130*                  for single items over the reporting      *
000140*                  threshold, runs of items just under it   *
000150*                  that together exceed it, and money       *
000160*                  passed quickly in and out by transfer.   *
000170*                  Each alert is a numbered case on the     *
000180*                  alert file and a line on the compliance  *
000190*                  officer's printed worklist, which also   *
000200*                  carries every earlier case still open or *
000210*                  escalated.                               *
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
000540     SELECT OPTIONAL JRNL-FILE ASSIGN TO JOURNAL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS JRNL-KEY
000580         FILE STATUS IS WS-JRNL-STATUS.
000590*
000600     SELECT MONHIST-FILE ASSIGN TO MONHIST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS MONH-KEY
000640         FILE STATUS IS WS-MONHIST-STATUS.
000650*
000660     SELECT ALERT-FILE ASSIGN TO ALERTS
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS ALRT-CASE-NO
000700         FILE STATUS IS WS-ALERTS-STATUS.
000710*
000720     SELECT WORKLIST-REPORT ASSIGN TO WKLIST
000730         ORGANIZATION IS SEQUENTIAL.
000740*
000750     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000760         ORGANIZATION IS SEQUENTIAL.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CARD-FILE.
000810 01  PARM-CARD.
000820     05  CARD-THRESHOLD              PIC 9(08).
000830     05  CARD-NEAR-PCT               PIC 9(03).
000840     05  CARD-WINDOW-DAYS            PIC 9(03).
000850     05  CARD-INOUT-PCT              PIC 9(03).
000860     05  FILLER                      PIC X(63).
000870*
000880 FD  CAL-FILE.
000890     COPY CALREC.
000900*
000910 FD  RATE-FILE.
000920     COPY CURRREC.
000930*
000940 FD  ACCTMAST-FILE.
000950     COPY ACCTREC.
000960*
000970 FD  CUSTMAST-FILE.
000980     COPY CUSTREC.
000990*
001000 FD  XREF-FILE.
001010     COPY XREFREC.
001020*
001030 FD  JRNL-FILE.
001040     COPY JRNLREC.
001050*
001060 FD  MONHIST-FILE.
001070     COPY MONHREC.
001080*
001090 FD  ALERT-FILE.
001100     COPY ALRTREC.
001110*
001120 FD  WORKLIST-REPORT.
001130 01  WORKLIST-LINE                   PIC X(132).
001140*
001150 FD  RUNLOG-FILE.
001160     COPY RUNLOG.
001170*
001180 WORKING-STORAGE SECTION.
001190 01  WS-SWITCHES.
001200     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
001210         88  WS-CARD-EOF                 VALUE "Y".
001220     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
001230         88  WS-CAL-EOF                  VALUE "Y".
001240     05  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
001250         88  WS-RATE-EOF                 VALUE "Y".
001260     05  WS-RATE-HIT-SW              PIC X(01).
001270         88  WS-RATE-HIT                 VALUE "Y".
001280     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
001290         88  WS-MAST-EOF                 VALUE "Y".
001300     05  WS-CUST-EOF-SW              PIC X(01) VALUE "N".
001310         88  WS-CUST-EOF                 VALUE "Y".
001320     05  WS-XREF-EOF-SW              PIC X(01) VALUE "N".
001330         88  WS-XREF-EOF                 VALUE "Y".
001340     05  WS-JRNL-EOF-SW              PIC X(01) VALUE "N".
001350         88  WS-JRNL-EOF                 VALUE "Y".
001360     05  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001370         88  WS-HIST-EOF                 VALUE "Y".
001380     05  WS-ALRT-EOF-SW              PIC X(01) VALUE "N".
001390         88  WS-ALRT-EOF                 VALUE "Y".
001400     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
001410         88  WS-PROC-DATE-FOUND          VALUE "Y".
001420     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
001430         88  WS-PARMS-OK                 VALUE "Y".
001440     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001450         88  WS-FILES-OPEN               VALUE "Y".
001460     05  WS-SECTION-SW               PIC X(01) VALUE "N".
001470         88  WS-NEW-SECTION              VALUE "N".
001480         88  WS-CARRIED-SECTION          VALUE "C".
001490         88  WS-TOTALS-SECTION           VALUE "T".
001500*
001510 01  WS-ACCTMAST-STATUS              PIC X(02).
001520 01  WS-CUSTMAST-STATUS              PIC X(02).
001530 01  WS-XREF-STATUS                  PIC X(02).
001540 01  WS-JRNL-STATUS                  PIC X(02).
001550 01  WS-MONHIST-STATUS               PIC X(02).
001560 01  WS-ALERTS-STATUS                PIC X(02).
001570*
001580 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001590*
001600 01  WS-TIMESTAMP-WORK.
001610     05  WS-TS-DATE                  PIC 9(08).
001620     05  WS-TS-TIME                  PIC 9(08).
001630*
001640 01  WS-NOW-TS                       PIC 9(14).
001650 01  WS-RUN-START-TS                 PIC 9(14).
001660*
001670*----------------------------------------------------------------*
001680* The parameter card, in whole base units and percentages: the   *
001690* reporting threshold, the near band under it (an item at or     *
001700* over WS-NEAR-FLOOR is "just under"), the window in business    *
001710* days, and how much of the money received by transfer must go   *
001720* back out again within the window to count as passed through.   *
001730*----------------------------------------------------------------*
001740 01  WS-MONITOR-PARMS.
001750     05  WS-THRESHOLD                PIC 9(08) VALUE 0.
001760     05  WS-NEAR-PCT                 PIC 9(03) VALUE 0.
001770     05  WS-WINDOW-DAYS              PIC 9(03) VALUE 0.
001780     05  WS-INOUT-PCT                PIC 9(03) VALUE 0.
001790     05  WS-NEAR-FLOOR               PIC 9(08) VALUE 0.
001800*
001810*----------------------------------------------------------------*
001820* The business dates off the calendar, for the window start: the *
001830* processing date is the window's last day, and the start is     *
001840* stepped back one business date at a time, as TranEdit sizes    *
001850* its duplicate window.                                          *
001860*----------------------------------------------------------------*
001870 01  WS-BD-TABLE.
001880     05  WS-BD-COUNT                 PIC 9(03) VALUE 0.
001890     05  WS-BD-DATE                  PIC 9(08) OCCURS 400 TIMES.
001900*
001910 77  WS-BD-IX                        PIC 9(03) COMP.
001920 77  WS-BD-STEP                      PIC 9(03) COMP.
001930 01  WS-BD-CEILING                   PIC 9(08).
001940 01  WS-BD-BEST                      PIC 9(08).
001950 01  WS-WINDOW-START                 PIC 9(08) VALUE 0.
001960*
001970*----------------------------------------------------------------*
001980* The treasury rates, loaded once. A blank item currency is the  *
001990* base itself (rate 1).                                          *
002000*----------------------------------------------------------------*
002010 01  WS-RATE-TABLE.
002020     05  WS-RATE-COUNT               PIC 9(02) VALUE 0.
002030     05  WS-RATE-ENTRY               OCCURS 10 TIMES.
002040         10  WS-RATE-CODE            PIC X(03).
002050         10  WS-RATE-TO-BASE         PIC 9(03)V9(06).
002060*
002070 77  WS-RATE-IX                      PIC 9(02) COMP.
002080*
002090*----------------------------------------------------------------*
002100* The subject being rolled up - a customer, or an account no     *
002110* customer can be tied to - with its totals for the processing   *
002120* date and, once today's row is on the history, for the window.  *
002130*----------------------------------------------------------------*
002140 01  WS-SUBJECT.
002150     05  WS-SUBJ-TYPE                PIC X(01).
002160         88  WS-SUBJ-CUSTOMER            VALUE "C".
002170         88  WS-SUBJ-ACCOUNT             VALUE "A".
002180     05  WS-SUBJ-ID                  PIC X(06).
002190     05  WS-SUBJ-NAME                PIC X(25).
002200*
002210 01  WS-DAY-TOTALS.
002220     05  WS-DAY-ITEM-COUNT           PIC 9(05).
002230     05  WS-DAY-ITEM-TOTAL           PIC 9(11).
002240     05  WS-DAY-NEAR-COUNT           PIC 9(05).
002250     05  WS-DAY-NEAR-TOTAL           PIC 9(11).
002260     05  WS-DAY-XIN-COUNT            PIC 9(05).
002270     05  WS-DAY-XIN-TOTAL            PIC 9(11).
002280     05  WS-DAY-XOUT-COUNT           PIC 9(05).
002290     05  WS-DAY-XOUT-TOTAL           PIC 9(11).
002300*
002310 01  WS-WIN-TOTALS.
002320     05  WS-WIN-NEAR-COUNT           PIC 9(05).
002330     05  WS-WIN-NEAR-TOTAL           PIC 9(11).
002340     05  WS-WIN-XIN-COUNT            PIC 9(05).
002350     05  WS-WIN-XIN-TOTAL            PIC 9(11).
002360     05  WS-WIN-XOUT-COUNT           PIC 9(05).
002370     05  WS-WIN-XOUT-TOTAL           PIC 9(11).
002380*
002390 01  WS-INOUT-FLOOR                  PIC 9(11).
002400*
002410*----------------------------------------------------------------*
002420* One journal item: the account being scanned, the item's        *
002430* movement as a positive amount in its own currency and in base. *
002440*----------------------------------------------------------------*
002450 01  WS-CUR-ACCT-ID                  PIC X(06).
002460 01  WS-ITEM-AMOUNT                  PIC 9(08).
002470 01  WS-ITEM-BASE                    PIC 9(11).
002480*
002490*----------------------------------------------------------------*
002500* The alert being raised, built here and moved to the record.    *
002510*----------------------------------------------------------------*
002520 01  WS-NEW-ALERT.
002530     05  WS-NEW-TYPE                 PIC X(06).
002540     05  WS-NEW-ACCT-ID              PIC X(06).
002550     05  WS-NEW-TRAN-ID              PIC X(08).
002560     05  WS-NEW-AMOUNT               PIC 9(11).
002570     05  WS-NEW-COUNT                PIC 9(05).
002580*
002590 01  WS-LAST-CASE-NO                 PIC 9(06) VALUE 0.
002600*
002610 01  WS-RUN-TOTALS.
002620     05  WS-CUST-READ-COUNT          PIC 9(07) VALUE 0.
002630     05  WS-SUBJECT-COUNT            PIC 9(07) VALUE 0.
002640     05  WS-ITEMS-READ               PIC 9(07) VALUE 0.
002650     05  WS-INTERNAL-COUNT           PIC 9(07) VALUE 0.
002660     05  WS-UNCONVERTED-COUNT        PIC 9(07) VALUE 0.
002670     05  WS-BASE-TOTAL               PIC 9(13) VALUE 0.
002680     05  WS-UNASSIGNED-COUNT         PIC 9(07) VALUE 0.
002690     05  WS-LARGE-COUNT              PIC 9(05) VALUE 0.
002700     05  WS-STRUCT-COUNT             PIC 9(05) VALUE 0.
002710     05  WS-INOUT-COUNT              PIC 9(05) VALUE 0.
002720     05  WS-ALERT-COUNT              PIC 9(05) VALUE 0.
002730     05  WS-CARRIED-COUNT            PIC 9(05) VALUE 0.
002740     05  WS-WITHDRAWN-COUNT          PIC 9(05) VALUE 0.
002750     05  WS-PURGED-COUNT             PIC 9(07) VALUE 0.
002760*
002770 01  WS-RPT-COUNTERS.
002780     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
002790     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
002800     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002810*
002820 01  WS-RPT-HEADER-1.
002830     05  FILLER                      PIC X(38) VALUE
002840         "SUSPICIOUS-ACTIVITY WORKLIST".
002850     05  FILLER                      PIC X(17) VALUE
002860         "PROCESSING DATE: ".
002870     05  WS-HDR-DATE                 PIC 9(08).
002880     05  FILLER                      PIC X(14) VALUE
002890         "  THRESHOLD : ".
002900     05  WS-HDR-THRESHOLD            PIC ZZ,ZZZ,ZZ9.
002910     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
002920     05  WS-HDR-PAGE                 PIC ZZ9.
002930*
002940 01  WS-RPT-SECTION-LINE.
002950     05  WS-SEC-TITLE                PIC X(60).
002960*
002970 01  WS-RPT-ALERT-HEADINGS.
002980     05  FILLER                      PIC X(08) VALUE "CASE NO".
002990     05  FILLER                      PIC X(10) VALUE "RAISED".
003000     05  FILLER                      PIC X(14) VALUE "ALERT".
003010     05  FILLER                      PIC X(17) VALUE "SUBJECT".
003020     05  FILLER                      PIC X(27) VALUE "NAME".
003030     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
003040     05  FILLER                      PIC X(10) VALUE "TRAN ID".
003050     05  FILLER                      PIC X(16) VALUE
003060         "   BASE AMOUNT".
003070     05  FILLER                      PIC X(08) VALUE " ITEMS".
003080     05  FILLER                      PIC X(09) VALUE "STATUS".
003090*
003100 01  WS-RPT-ALERT-LINE.
003110     05  WS-WL-CASE-NO               PIC 9(06).
003120     05  FILLER                      PIC X(02) VALUE SPACES.
003130     05  WS-WL-RAISED                PIC 9(08).
003140     05  FILLER                      PIC X(02) VALUE SPACES.
003150     05  WS-WL-TYPE                  PIC X(12).
003160     05  FILLER                      PIC X(02) VALUE SPACES.
003170     05  WS-WL-SUBJ-TYPE             PIC X(08).
003180     05  FILLER                      PIC X(01) VALUE SPACES.
003190     05  WS-WL-SUBJ-ID               PIC X(06).
003200     05  FILLER                      PIC X(02) VALUE SPACES.
003210     05  WS-WL-NAME                  PIC X(25).
003220     05  FILLER                      PIC X(02) VALUE SPACES.
003230     05  WS-WL-ACCT-ID               PIC X(06).
003240     05  FILLER                      PIC X(02) VALUE SPACES.
003250     05  WS-WL-TRAN-ID               PIC X(08).
003260     05  FILLER                      PIC X(02) VALUE SPACES.
003270     05  WS-WL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.
003280     05  FILLER                      PIC X(02) VALUE SPACES.
003290     05  WS-WL-ITEMS                 PIC ZZ,ZZ9.
003300     05  FILLER                      PIC X(02) VALUE SPACES.
003310     05  WS-WL-STATUS                PIC X(09).
003320*
003330 01  WS-RPT-TOTAL-LINE.
003340     05  WS-TOT-LABEL                PIC X(36).
003350     05  WS-TOT-VALUE                PIC -,---,---,---,--9.
003360*
003370 01  WS-RPT-DATE-LINE.
003380     05  WS-DATE-LABEL               PIC X(36).
003390     05  FILLER                      PIC X(09) VALUE SPACES.
003400     05  WS-DATE-VALUE               PIC 9(08).
003410*
003420 01  WS-RPT-SIGNOFF-LINE.
003430     05  FILLER                      PIC X(60) VALUE
003440         "REVIEWED BY COMPLIANCE OFFICER : ____________________".
003450     05  FILLER                      PIC X(30) VALUE
003460         "  DATE : __________".
003470*
003480 PROCEDURE DIVISION.
003490*
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE
003520         THRU 1000-EXIT.
003530     IF WS-PARMS-OK THEN
003540         PERFORM 2000-START-OUTPUT
003550             THRU 2000-EXIT
003560         PERFORM 3000-PROCESS-CUSTOMER
003570             THRU 3000-EXIT
003580             UNTIL WS-CUST-EOF
003590         PERFORM 3500-SCAN-UNASSIGNED
003600             THRU 3500-EXIT
003610         PERFORM 5500-LIST-CARRIED
003620             THRU 5500-EXIT
003630         PERFORM 7000-PRINT-TOTALS
003640             THRU 7000-EXIT
003650     END-IF.
003660     PERFORM 8000-FINALIZE
003670         THRU 8000-EXIT.
003680     STOP RUN.
003690*
003700*-----------------------------------------------------------*
003710* 1000-INITIALIZE - the parameter card, the processing date *
003720* and window start off the calendar, and the rates          *
003730* effective today. Any of them missing rejects the run      *
003740* before a file is touched. Then the alert file and the     *
003750* history are made ready for tonight.                       *
003760*-----------------------------------------------------------*
003770 1000-INITIALIZE.
003780     PERFORM 7100-GET-TIMESTAMP
003790         THRU 7100-EXIT.
003800     MOVE WS-NOW-TS TO WS-RUN-START-TS.
003810     PERFORM 1050-READ-PARM-CARD
003820         THRU 1050-EXIT.
003830     IF NOT WS-PARMS-OK THEN
003840         MOVE 16 TO RETURN-CODE
003850         GO TO 1000-EXIT
003860     END-IF.
003870     PERFORM 1100-LOAD-CALENDAR
003880         THRU 1100-EXIT.
003890     IF NOT WS-PARMS-OK THEN
003900         MOVE 16 TO RETURN-CODE
003910         GO TO 1000-EXIT
003920     END-IF.
003930     PERFORM 1150-FIND-WINDOW-START
003940         THRU 1150-EXIT.
003950     PERFORM 1200-LOAD-RATE-TABLE
003960         THRU 1200-EXIT.
003970     IF NOT WS-PARMS-OK THEN
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 1000-EXIT
004000     END-IF.
004010     DISPLAY "PROCESSING DATE : " WS-PROC-DATE
004020         "  WINDOW FROM : " WS-WINDOW-START.
004030     DISPLAY "THRESHOLD : " WS-THRESHOLD
004040         "  NEAR FLOOR : " WS-NEAR-FLOOR
004050         "  IN/OUT PCT : " WS-INOUT-PCT.
004060     OPEN INPUT ACCTMAST-FILE.
004070     OPEN INPUT CUSTMAST-FILE.
004080     OPEN INPUT XREF-FILE.
004090     OPEN INPUT JRNL-FILE.
004100     OPEN I-O MONHIST-FILE.
004110     OPEN I-O ALERT-FILE.
004120     MOVE "Y" TO WS-FILES-OPEN-SW.
004130     PERFORM 1300-SCAN-ALERTS
004140         THRU 1300-EXIT.
004150     PERFORM 1400-PURGE-HISTORY
004160         THRU 1400-EXIT.
004170 1000-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 1050-READ-PARM-CARD - cols 1-8 reporting threshold in     *
004220* whole base units, 9-11 near band as a percentage of it,   *
004230* 12-14 window in business days, 15-17 the share of the     *
004240* money received that must go back out (percent). All       *
004250* numeric, the threshold and window non-zero, the near band *
004260* 1-99 and the share 1-100.                                 *
004270*-----------------------------------------------------------*
004280 1050-READ-PARM-CARD.
004290     OPEN INPUT CARD-FILE.
004300     READ CARD-FILE
004310         AT END
004320             MOVE "Y" TO WS-CARD-EOF-SW
004330     END-READ.
004340     IF WS-CARD-EOF
004350             OR CARD-THRESHOLD IS NOT NUMERIC
004360             OR CARD-NEAR-PCT IS NOT NUMERIC
004370             OR CARD-WINDOW-DAYS IS NOT NUMERIC
004380             OR CARD-INOUT-PCT IS NOT NUMERIC THEN
004390         DISPLAY "*** NO USABLE PARAMETER CARD - RUN REJECTED ***"
004400         MOVE "N" TO WS-PARMS-OK-SW
004410         CLOSE CARD-FILE
004420         GO TO 1050-EXIT
004430     END-IF.
004440     IF CARD-THRESHOLD = 0
004450             OR CARD-WINDOW-DAYS = 0
004460             OR CARD-NEAR-PCT = 0
004470             OR CARD-NEAR-PCT > 99
004480             OR CARD-INOUT-PCT = 0
004490             OR CARD-INOUT-PCT > 100 THEN
004500         DISPLAY "*** PARAMETER OUT OF RANGE - RUN REJECTED ***"
004510         MOVE "N" TO WS-PARMS-OK-SW
004520         CLOSE CARD-FILE
004530         GO TO 1050-EXIT
004540     END-IF.
004550     MOVE CARD-THRESHOLD TO WS-THRESHOLD.
004560     MOVE CARD-NEAR-PCT TO WS-NEAR-PCT.
004570     MOVE CARD-WINDOW-DAYS TO WS-WINDOW-DAYS.
004580     MOVE CARD-INOUT-PCT TO WS-INOUT-PCT.
004590     COMPUTE WS-NEAR-FLOOR =
004600         WS-THRESHOLD * WS-NEAR-PCT / 100.
004610     CLOSE CARD-FILE.
004620 1050-EXIT.
004630     EXIT.
004640*
004650*-----------------------------------------------------------*
004660* 1100-LOAD-CALENDAR - the processing date and the business *
004670* dates the window is counted in.                           *
004680*-----------------------------------------------------------*
004690 1100-LOAD-CALENDAR.
004700     OPEN INPUT CAL-FILE.
004710     PERFORM 1110-READ-CAL-RECORD
004720         THRU 1110-EXIT
004730         UNTIL WS-CAL-EOF.
004740     CLOSE CAL-FILE.
004750     IF NOT WS-PROC-DATE-FOUND THEN
004760         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
004770             "RUN REJECTED ***"
004780         MOVE "N" TO WS-PARMS-OK-SW
004790     END-IF.
004800 1100-EXIT.
004810     EXIT.
004820*
004830 1110-READ-CAL-RECORD.
004840     READ CAL-FILE
004850         AT END
004860             MOVE "Y" TO WS-CAL-EOF-SW
004870             GO TO 1110-EXIT
004880     END-READ.
004890     IF CAL-PROCESSING-DATE THEN
004900         MOVE CAL-DATE TO WS-PROC-DATE
004910         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
004920     END-IF.
004930     IF CAL-BUSINESS-DATE AND WS-BD-COUNT < 400 THEN
004940         ADD 1 TO WS-BD-COUNT
004950         MOVE CAL-DATE TO WS-BD-DATE(WS-BD-COUNT)
004960     END-IF.
004970 1110-EXIT.
004980     EXIT.
004990*
005000*-----------------------------------------------------------*
005010* 1150-FIND-WINDOW-START - the window is the processing     *
005020* date and the business dates before it, so the start is    *
005030* one step back fewer than the window is long. A calendar   *
005040* that does not reach back that far starts the window at    *
005050* the earliest business date it does hold.                  *
005060*-----------------------------------------------------------*
005070 1150-FIND-WINDOW-START.
005080     MOVE WS-PROC-DATE TO WS-BD-CEILING.
005090     MOVE WS-PROC-DATE TO WS-WINDOW-START.
005100     MOVE 2 TO WS-BD-STEP.
005110     PERFORM 1160-STEP-BACK-ONE-DATE
005120         THRU 1160-EXIT
005130         UNTIL WS-BD-STEP > WS-WINDOW-DAYS.
005140 1150-EXIT.
005150     EXIT.
005160*
005170 1160-STEP-BACK-ONE-DATE.
005180     MOVE 0 TO WS-BD-BEST.
005190     MOVE 1 TO WS-BD-IX.
005200     PERFORM 1170-CHECK-ONE-DATE
005210         THRU 1170-EXIT
005220         UNTIL WS-BD-IX > WS-BD-COUNT.
005230     IF WS-BD-BEST = 0 THEN
005240         MOVE WS-WINDOW-DAYS TO WS-BD-STEP
005250     ELSE
005260         MOVE WS-BD-BEST TO WS-BD-CEILING
005270         MOVE WS-BD-BEST TO WS-WINDOW-START
005280     END-IF.
005290     ADD 1 TO WS-BD-STEP.
005300 1160-EXIT.
005310     EXIT.
005320*
005330 1170-CHECK-ONE-DATE.
005340     IF WS-BD-DATE(WS-BD-IX) < WS-BD-CEILING
005350             AND WS-BD-DATE(WS-BD-IX) > WS-BD-BEST THEN
005360         MOVE WS-BD-DATE(WS-BD-IX) TO WS-BD-BEST
005370     END-IF.
005380     ADD 1 TO WS-BD-IX.
005390 1170-EXIT.
005400     EXIT.
005410*
005420*-----------------------------------------------------------*
005430* 1200-LOAD-RATE-TABLE - the treasury rates into storage.   *
005440* A rate not effective on the processing date is a stale    *
005450* table, the same gate the balance run applies, and the run *
005460* is rejected before anything is written.                   *
005470*-----------------------------------------------------------*
005480 1200-LOAD-RATE-TABLE.
005490     OPEN INPUT RATE-FILE.
005500     PERFORM 1210-READ-RATE-RECORD
005510         THRU 1210-EXIT
005520         UNTIL WS-RATE-EOF.
005530     CLOSE RATE-FILE.
005540 1200-EXIT.
005550     EXIT.
005560*
005570 1210-READ-RATE-RECORD.
005580     READ RATE-FILE
005590         AT END
005600             MOVE "Y" TO WS-RATE-EOF-SW
005610             GO TO 1210-EXIT
005620     END-READ.
005630     IF CURR-EFF-DATE NOT = WS-PROC-DATE THEN
005640         DISPLAY "*** RATE FOR " CURR-CODE " EFFECTIVE "
005650             CURR-EFF-DATE " NOT PROCESSING DATE "
005660             WS-PROC-DATE " - RUN REJECTED ***"
005670         MOVE "N" TO WS-PARMS-OK-SW
005680     END-IF.
005690     IF WS-RATE-COUNT < 10 THEN
005700         ADD 1 TO WS-RATE-COUNT
005710         MOVE CURR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
005720         MOVE CURR-RATE-TO-BASE
005730             TO WS-RATE-TO-BASE(WS-RATE-COUNT)
005740     ELSE
005750         DISPLAY "RATE TABLE FULL - " CURR-CODE " IGNORED"
005760     END-IF.
005770 1210-EXIT.
005780     EXIT.
005790*
005800*-----------------------------------------------------------*
005810* 1300-SCAN-ALERTS - one pass down the alert file for the   *
005820* highest case number in use. On a rerun of the night,      *
005830* tonight's cases nobody has decided yet are withdrawn      *
005840* first, so the rerun raises them once, not twice; a case a *
005850* supervisor has already acted on is left alone.            *
005860*-----------------------------------------------------------*
005870 1300-SCAN-ALERTS.
005880     MOVE "N" TO WS-ALRT-EOF-SW.
005890     MOVE 0 TO ALRT-CASE-NO.
005900     START ALERT-FILE KEY IS NOT LESS THAN ALRT-CASE-NO
005910         INVALID KEY
005920             MOVE "Y" TO WS-ALRT-EOF-SW
005930     END-START.
005940     PERFORM 1310-CHECK-ONE-ALERT
005950         THRU 1310-EXIT
005960         UNTIL WS-ALRT-EOF.
005970     IF WS-WITHDRAWN-COUNT > 0 THEN
005980         DISPLAY "RERUN - " WS-WITHDRAWN-COUNT
005990             " UNDECIDED ALERTS OF " WS-PROC-DATE " WITHDRAWN"
006000     END-IF.
006010 1300-EXIT.
006020     EXIT.
006030*
006040 1310-CHECK-ONE-ALERT.
006050     READ ALERT-FILE NEXT RECORD
006060         AT END
006070             MOVE "Y" TO WS-ALRT-EOF-SW
006080             GO TO 1310-EXIT
006090     END-READ.
006100     IF ALRT-RAISED-DATE = WS-PROC-DATE
006110             AND ALRT-OPEN
006120             AND ALRT-DECIDED-BY = SPACES THEN
006130         DELETE ALERT-FILE
006140             INVALID KEY
006150                 DISPLAY "ALERT DELETE FAILED FOR " ALRT-CASE-NO
006160                     " STATUS " WS-ALERTS-STATUS
006170         END-DELETE
006180         ADD 1 TO WS-WITHDRAWN-COUNT
006190         GO TO 1310-EXIT
006200     END-IF.
006210     IF ALRT-CASE-NO > WS-LAST-CASE-NO THEN
006220         MOVE ALRT-CASE-NO TO WS-LAST-CASE-NO
006230     END-IF.
006240 1310-EXIT.
006250     EXIT.
006260*
006270*-----------------------------------------------------------*
006280* 1400-PURGE-HISTORY - rows dated before the window start   *
006290* can no longer count and are dropped. Rows for the         *
006300* processing date itself (or later) are what an earlier     *
006310* attempt at tonight left; they go too and are rebuilt.     *
006320*-----------------------------------------------------------*
006330 1400-PURGE-HISTORY.
006340     MOVE "N" TO WS-HIST-EOF-SW.
006350     MOVE LOW-VALUES TO MONH-KEY.
006360     START MONHIST-FILE KEY IS NOT LESS THAN MONH-KEY
006370         INVALID KEY
006380             MOVE "Y" TO WS-HIST-EOF-SW
006390     END-START.
006400     PERFORM 1410-CHECK-ONE-ROW
006410         THRU 1410-EXIT
006420         UNTIL WS-HIST-EOF.
006430 1400-EXIT.
006440     EXIT.
006450*
006460 1410-CHECK-ONE-ROW.
006470     READ MONHIST-FILE NEXT RECORD
006480         AT END
006490             MOVE "Y" TO WS-HIST-EOF-SW
006500             GO TO 1410-EXIT
006510     END-READ.
006520     IF MONH-DATE < WS-WINDOW-START
006530             OR MONH-DATE NOT < WS-PROC-DATE THEN
006540         DELETE MONHIST-FILE
006550             INVALID KEY
006560                 DISPLAY "HISTORY DELETE FAILED FOR " MONH-KEY
006570                     " STATUS " WS-MONHIST-STATUS
006580         END-DELETE
006590         ADD 1 TO WS-PURGED-COUNT
006600     END-IF.
006610 1410-EXIT.
006620     EXIT.
006630*
006640*-----------------------------------------------------------*
006650* 2000-START-OUTPUT - open the worklist, head the section   *
006660* of tonight's new cases, and position the customer master  *
006670* at its first record.                                      *
006680*-----------------------------------------------------------*
006690 2000-START-OUTPUT.
006700     OPEN OUTPUT WORKLIST-REPORT.
006710     MOVE WS-PROC-DATE TO WS-HDR-DATE.
006720     MOVE WS-THRESHOLD TO WS-HDR-THRESHOLD.
006730     MOVE "N" TO WS-SECTION-SW.
006740     MOVE "NEW ALERTS RAISED TONIGHT" TO WS-SEC-TITLE.
006750     PERFORM 6000-PRINT-HEADER
006760         THRU 6000-EXIT.
006770     MOVE LOW-VALUES TO CUST-NO.
006780     START CUSTMAST-FILE KEY IS NOT LESS THAN CUST-NO
006790         INVALID KEY
006800             MOVE "Y" TO WS-CUST-EOF-SW
006810     END-START.
006820 2000-EXIT.
006830     EXIT.
006840*
006850*-----------------------------------------------------------*
006860* 3000-PROCESS-CUSTOMER - one customer per pass: every      *
006870* account linked through the cross-reference is scanned for *
006880* today's items, which roll up to the customer, then the    *
006890* customer's day goes on the history and the window checks  *
006900* are made.                                                 *
006910*-----------------------------------------------------------*
006920 3000-PROCESS-CUSTOMER.
006930     READ CUSTMAST-FILE NEXT RECORD
006940         AT END
006950             MOVE "Y" TO WS-CUST-EOF-SW
006960             GO TO 3000-EXIT
006970     END-READ.
006980     ADD 1 TO WS-CUST-READ-COUNT.
006990     MOVE "C" TO WS-SUBJ-TYPE.
007000     MOVE CUST-NO TO WS-SUBJ-ID.
007010     MOVE CUST-NAME TO WS-SUBJ-NAME.
007020     INITIALIZE WS-DAY-TOTALS.
007030     PERFORM 3100-START-XREF-WALK
007040         THRU 3100-EXIT.
007050     PERFORM 3200-SCAN-LINKED-ACCOUNT
007060         THRU 3200-EXIT
007070         UNTIL WS-XREF-EOF.
007080     PERFORM 4500-CLOSE-SUBJECT
007090         THRU 4500-EXIT.
007100 3000-EXIT.
007110     EXIT.
007120*
007130 3100-START-XREF-WALK.
007140     MOVE "N" TO WS-XREF-EOF-SW.
007150     MOVE WS-SUBJ-ID TO XREF-CUST-NO.
007160     MOVE LOW-VALUES TO XREF-ACCT-ID.
007170     START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
007180         INVALID KEY
007190             MOVE "Y" TO WS-XREF-EOF-SW
007200             GO TO 3100-EXIT
007210     END-START.
007220     PERFORM 3150-READ-NEXT-XREF
007230         THRU 3150-EXIT.
007240 3100-EXIT.
007250     EXIT.
007260*
007270 3150-READ-NEXT-XREF.
007280     READ XREF-FILE NEXT RECORD
007290         AT END
007300             MOVE "Y" TO WS-XREF-EOF-SW
007310             GO TO 3150-EXIT
007320     END-READ.
007330     IF XREF-CUST-NO NOT = WS-SUBJ-ID THEN
007340         MOVE "Y" TO WS-XREF-EOF-SW
007350     END-IF.
007360 3150-EXIT.
007370     EXIT.
007380*
007390*-----------------------------------------------------------*
007400* 3200-SCAN-LINKED-ACCOUNT - one cross-reference row. The   *
007410* account must still be on the master and still name this   *
007420* customer as its owner, as the deposit-insurance schedule  *
007430* walks it; a stale row is passed over, and the account is  *
007440* picked up under its real owner or as unassigned instead.  *
007450*-----------------------------------------------------------*
007460 3200-SCAN-LINKED-ACCOUNT.
007470     MOVE XREF-ACCT-ID TO ACCT-ID.
007480     READ ACCTMAST-FILE
007490         INVALID KEY
007500             GO TO 3290-NEXT-XREF
007510     END-READ.
007520     IF ACCT-CUST-NO NOT = WS-SUBJ-ID THEN
007530         GO TO 3290-NEXT-XREF
007540     END-IF.
007550     PERFORM 4000-SCAN-ACCOUNT-ITEMS
007560         THRU 4000-EXIT.
007570 3290-NEXT-XREF.
007580     PERFORM 3150-READ-NEXT-XREF
007590         THRU 3150-EXIT.
007600 3200-EXIT.
007610     EXIT.
007620*
007630*-----------------------------------------------------------*
007640* 3500-SCAN-UNASSIGNED - a second pass down the account     *
007650* master for the accounts no customer picked up: no         *
007660* customer link, a customer missing from the customer       *
007670* master, or a link with no cross-reference row. Their      *
007680* movements are still watched, each account on its own as   *
007690* the subject, with the reason in place of a name.          *
007700*-----------------------------------------------------------*
007710 3500-SCAN-UNASSIGNED.
007720     MOVE "N" TO WS-MAST-EOF-SW.
007730     MOVE LOW-VALUES TO ACCT-ID.
007740     START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
007750         INVALID KEY
007760             MOVE "Y" TO WS-MAST-EOF-SW
007770     END-START.
007780     PERFORM 3600-CHECK-ONE-ACCOUNT
007790         THRU 3600-EXIT
007800         UNTIL WS-MAST-EOF.
007810 3500-EXIT.
007820     EXIT.
007830*
007840 3600-CHECK-ONE-ACCOUNT.
007850     READ ACCTMAST-FILE NEXT RECORD
007860         AT END
007870             MOVE "Y" TO WS-MAST-EOF-SW
007880             GO TO 3600-EXIT
007890     END-READ.
007900     IF ACCT-CUST-NO = SPACES THEN
007910         MOVE "NO CUSTOMER LINK" TO WS-SUBJ-NAME
007920         GO TO 3690-SCAN
007930     END-IF.
007940     MOVE ACCT-CUST-NO TO CUST-NO.
007950     READ CUSTMAST-FILE
007960         INVALID KEY
007970             MOVE "CUSTOMER NOT ON MASTER" TO WS-SUBJ-NAME
007980             GO TO 3690-SCAN
007990     END-READ.
008000     MOVE ACCT-CUST-NO TO XREF-CUST-NO.
008010     MOVE ACCT-ID TO XREF-ACCT-ID.
008020     READ XREF-FILE
008030         INVALID KEY
008040             MOVE "NO CROSS-REFERENCE ROW" TO WS-SUBJ-NAME
008050             GO TO 3690-SCAN
008060     END-READ.
008070     GO TO 3600-EXIT.
008080 3690-SCAN.
008090     ADD 1 TO WS-UNASSIGNED-COUNT.
008100     MOVE "A" TO WS-SUBJ-TYPE.
008110     MOVE ACCT-ID TO WS-SUBJ-ID.
008120     INITIALIZE WS-DAY-TOTALS.
008130     PERFORM 4000-SCAN-ACCOUNT-ITEMS
008140         THRU 4000-EXIT.
008150     PERFORM 4500-CLOSE-SUBJECT
008160         THRU 4500-EXIT.
008170 3600-EXIT.
008180     EXIT.
008190*
008200*-----------------------------------------------------------*
008210* 4000-SCAN-ACCOUNT-ITEMS - every journal entry the balance *
008220* run posted to the account on the processing date, read    *
008230* off the journal's account + date key.                     *
008240*-----------------------------------------------------------*
008250 4000-SCAN-ACCOUNT-ITEMS.
008260     MOVE ACCT-ID TO WS-CUR-ACCT-ID.
008270     MOVE "N" TO WS-JRNL-EOF-SW.
008280     MOVE WS-CUR-ACCT-ID TO JRNL-ACCT-ID.
008290     MOVE WS-PROC-DATE TO JRNL-POST-DATE.
008300     MOVE LOW-VALUES TO JRNL-TRAN-ID.
008310     MOVE 0 TO JRNL-SEQ-NO.
008320     START JRNL-FILE KEY IS NOT LESS THAN JRNL-KEY
008330         INVALID KEY
008340             MOVE "Y" TO WS-JRNL-EOF-SW
008350     END-START.
008360     PERFORM 4100-TAKE-ONE-ITEM
008370         THRU 4100-EXIT
008380         UNTIL WS-JRNL-EOF.
008390 4000-EXIT.
008400     EXIT.
008410*
008420*-----------------------------------------------------------*
008430* 4100-TAKE-ONE-ITEM - a reversal, or an entry a reversal   *
008440* has already undone, moved no money and is passed over; so *
008450* is a transfer between two accounts of the same customer.  *
008460* Everything else is converted to base and measured against *
008470* the threshold: at or over it is a large item and an alert *
008480* of its own, within the near band is counted toward the    *
008490* structuring check. External transfers are also counted in *
008500* and out for the in-and-out check.                         *
008510*-----------------------------------------------------------*
008520 4100-TAKE-ONE-ITEM.
008530     READ JRNL-FILE NEXT RECORD
008540         AT END
008550             MOVE "Y" TO WS-JRNL-EOF-SW
008560             GO TO 4100-EXIT
008570     END-READ.
008580     IF JRNL-ACCT-ID NOT = WS-CUR-ACCT-ID
008590             OR JRNL-POST-DATE NOT = WS-PROC-DATE THEN
008600         MOVE "Y" TO WS-JRNL-EOF-SW
008610         GO TO 4100-EXIT
008620     END-IF.
008630     IF JRNL-IS-REVERSAL OR JRNL-REVERSED THEN
008640         GO TO 4100-EXIT
008650     END-IF.
008660     IF JRNL-IS-TRANSFER AND WS-SUBJ-CUSTOMER THEN
008670         MOVE JRNL-CONTRA-ACCT TO ACCT-ID
008680         READ ACCTMAST-FILE
008690             INVALID KEY
008700                 MOVE SPACES TO ACCT-CUST-NO
008710         END-READ
008720         IF ACCT-CUST-NO = WS-SUBJ-ID THEN
008730             ADD 1 TO WS-INTERNAL-COUNT
008740             GO TO 4100-EXIT
008750         END-IF
008760     END-IF.
008770     ADD 1 TO WS-ITEMS-READ.
008780     PERFORM 4300-CONVERT-ITEM
008790         THRU 4300-EXIT.
008800     IF NOT WS-RATE-HIT THEN
008810         GO TO 4100-EXIT
008820     END-IF.
008830     ADD 1 TO WS-DAY-ITEM-COUNT.
008840     ADD WS-ITEM-BASE TO WS-DAY-ITEM-TOTAL.
008850     ADD WS-ITEM-BASE TO WS-BASE-TOTAL.
008860     IF WS-ITEM-BASE NOT < WS-THRESHOLD THEN
008870         MOVE "LARGE" TO WS-NEW-TYPE
008880         MOVE JRNL-ACCT-ID TO WS-NEW-ACCT-ID
008890         MOVE JRNL-TRAN-ID TO WS-NEW-TRAN-ID
008900         MOVE WS-ITEM-BASE TO WS-NEW-AMOUNT
008910         MOVE 1 TO WS-NEW-COUNT
008920         PERFORM 5000-RAISE-ALERT
008930             THRU 5000-EXIT
008940     ELSE
008950         IF WS-ITEM-BASE NOT < WS-NEAR-FLOOR THEN
008960             ADD 1 TO WS-DAY-NEAR-COUNT
008970             ADD WS-ITEM-BASE TO WS-DAY-NEAR-TOTAL
008980         END-IF
008990     END-IF.
009000     IF JRNL-IS-TRANSFER AND JRNL-CREDIT-LEG THEN
009010         ADD 1 TO WS-DAY-XIN-COUNT
009020         ADD WS-ITEM-BASE TO WS-DAY-XIN-TOTAL
009030     END-IF.
009040     IF JRNL-IS-TRANSFER AND JRNL-DEBIT-LEG THEN
009050         ADD 1 TO WS-DAY-XOUT-COUNT
009060         ADD WS-ITEM-BASE TO WS-DAY-XOUT-TOTAL
009070     END-IF.
009080 4100-EXIT.
009090     EXIT.
009100*
009110*-----------------------------------------------------------*
009120* 4300-CONVERT-ITEM - the item's movement, made positive,   *
009130* in base units at its currency's rate, rounded per item.   *
009140* A currency with no rate cannot be measured: the item is   *
009150* left out, listed, and the step ends with a warning.       *
009160*-----------------------------------------------------------*
009170 4300-CONVERT-ITEM.
009180     IF JRNL-AMOUNT < 0 THEN
009190         COMPUTE WS-ITEM-AMOUNT = 0 - JRNL-AMOUNT
009200     ELSE
009210         MOVE JRNL-AMOUNT TO WS-ITEM-AMOUNT
009220     END-IF.
009230     MOVE 0 TO WS-ITEM-BASE.
009240     MOVE "N" TO WS-RATE-HIT-SW.
009250     IF JRNL-CURRENCY-CODE = SPACES THEN
009260         MOVE WS-ITEM-AMOUNT TO WS-ITEM-BASE
009270         MOVE "Y" TO WS-RATE-HIT-SW
009280         GO TO 4300-EXIT
009290     END-IF.
009300     MOVE 1 TO WS-RATE-IX.
009310     PERFORM 4350-CHECK-RATE-SLOT
009320         THRU 4350-EXIT
009330         UNTIL WS-RATE-HIT
009340             OR WS-RATE-IX > WS-RATE-COUNT.
009350     IF WS-RATE-HIT THEN
009360         COMPUTE WS-ITEM-BASE ROUNDED =
009370             WS-ITEM-AMOUNT * WS-RATE-TO-BASE(WS-RATE-IX)
009380     ELSE
009390         DISPLAY "*** NO RATE FOR " JRNL-CURRENCY-CODE
009400             " - ITEM " JRNL-ACCT-ID " " JRNL-TRAN-ID
009410             " NOT MONITORED ***"
009420         ADD 1 TO WS-UNCONVERTED-COUNT
009430         IF RETURN-CODE = 0 THEN
009440             MOVE 4 TO RETURN-CODE
009450         END-IF
009460     END-IF.
009470 4300-EXIT.
009480     EXIT.
009490*
009500 4350-CHECK-RATE-SLOT.
009510     IF WS-RATE-CODE(WS-RATE-IX) = JRNL-CURRENCY-CODE THEN
009520         MOVE "Y" TO WS-RATE-HIT-SW
009530     ELSE
009540         ADD 1 TO WS-RATE-IX
009550     END-IF.
009560 4350-EXIT.
009570     EXIT.
009580*
009590*-----------------------------------------------------------*
009600* 4500-CLOSE-SUBJECT - a subject with items today has its   *
009610* day written to the history, then its window summed for    *
009620* the pattern checks:                                       *
009630*   structuring - a near item today, and at least two in    *
009640*     the window that together reach the threshold;         *
009650*   in-and-out  - a transfer today, money received by       *
009660*     transfer in the window of at least the near floor,    *
009670*     and at least the card's share of it sent back out.    *
009680*-----------------------------------------------------------*
009690 4500-CLOSE-SUBJECT.
009700     IF WS-DAY-ITEM-COUNT = 0 THEN
009710         GO TO 4500-EXIT
009720     END-IF.
009730     ADD 1 TO WS-SUBJECT-COUNT.
009740     PERFORM 4600-WRITE-HISTORY
009750         THRU 4600-EXIT.
009760     PERFORM 4700-SUM-WINDOW
009770         THRU 4700-EXIT.
009780     IF WS-DAY-NEAR-COUNT > 0
009790             AND WS-WIN-NEAR-COUNT > 1
009800             AND WS-WIN-NEAR-TOTAL NOT < WS-THRESHOLD THEN
009810         MOVE "STRUCT" TO WS-NEW-TYPE
009820         MOVE SPACES TO WS-NEW-ACCT-ID
009830         MOVE SPACES TO WS-NEW-TRAN-ID
009840         MOVE WS-WIN-NEAR-TOTAL TO WS-NEW-AMOUNT
009850         MOVE WS-WIN-NEAR-COUNT TO WS-NEW-COUNT
009860         PERFORM 5000-RAISE-ALERT
009870             THRU 5000-EXIT
009880     END-IF.
009890     IF WS-DAY-XIN-COUNT = 0 AND WS-DAY-XOUT-COUNT = 0 THEN
009900         GO TO 4500-EXIT
009910     END-IF.
009920     IF WS-WIN-XIN-TOTAL < WS-NEAR-FLOOR THEN
009930         GO TO 4500-EXIT
009940     END-IF.
009950     COMPUTE WS-INOUT-FLOOR =
009960         WS-WIN-XIN-TOTAL * WS-INOUT-PCT / 100.
009970     IF WS-WIN-XOUT-TOTAL NOT < WS-INOUT-FLOOR THEN
009980         MOVE "INOUT" TO WS-NEW-TYPE
009990         MOVE SPACES TO WS-NEW-ACCT-ID
010000         MOVE SPACES TO WS-NEW-TRAN-ID
010010         MOVE WS-WIN-XIN-TOTAL TO WS-NEW-AMOUNT
010020         COMPUTE WS-NEW-COUNT =
010030             WS-WIN-XIN-COUNT + WS-WIN-XOUT-COUNT
010040         PERFORM 5000-RAISE-ALERT
010050             THRU 5000-EXIT
010060     END-IF.
010070 4500-EXIT.
010080     EXIT.
010090*
010100 4600-WRITE-HISTORY.
010110     MOVE SPACES TO MONH-RECORD.
010120     MOVE WS-SUBJ-TYPE TO MONH-SUBJECT-TYPE.
010130     MOVE WS-SUBJ-ID TO MONH-SUBJECT-ID.
010140     MOVE WS-PROC-DATE TO MONH-DATE.
010150     MOVE WS-DAY-ITEM-COUNT TO MONH-ITEM-COUNT.
010160     MOVE WS-DAY-ITEM-TOTAL TO MONH-ITEM-TOTAL.
010170     MOVE WS-DAY-NEAR-COUNT TO MONH-NEAR-COUNT.
010180     MOVE WS-DAY-NEAR-TOTAL TO MONH-NEAR-TOTAL.
010190     MOVE WS-DAY-XIN-COUNT TO MONH-XFER-IN-COUNT.
010200     MOVE WS-DAY-XIN-TOTAL TO MONH-XFER-IN-TOTAL.
010210     MOVE WS-DAY-XOUT-COUNT TO MONH-XFER-OUT-COUNT.
010220     MOVE WS-DAY-XOUT-TOTAL TO MONH-XFER-OUT-TOTAL.
010230     WRITE MONH-RECORD
010240         INVALID KEY
010250             DISPLAY "HISTORY WRITE FAILED FOR " MONH-KEY
010260                 " STATUS " WS-MONHIST-STATUS
010270     END-WRITE.
010280 4600-EXIT.
010290     EXIT.
010300*
010310*-----------------------------------------------------------*
010320* 4700-SUM-WINDOW - the subject's history rows from the     *
010330* window start up to and including today's, just written.   *
010340*-----------------------------------------------------------*
010350 4700-SUM-WINDOW.
010360     INITIALIZE WS-WIN-TOTALS.
010370     MOVE "N" TO WS-HIST-EOF-SW.
010380     MOVE WS-SUBJ-TYPE TO MONH-SUBJECT-TYPE.
010390     MOVE WS-SUBJ-ID TO MONH-SUBJECT-ID.
010400     MOVE WS-WINDOW-START TO MONH-DATE.
010410     START MONHIST-FILE KEY IS NOT LESS THAN MONH-KEY
010420         INVALID KEY
010430             MOVE "Y" TO WS-HIST-EOF-SW
010440     END-START.
010450     PERFORM 4750-ADD-WINDOW-ROW
010460         THRU 4750-EXIT
010470         UNTIL WS-HIST-EOF.
010480 4700-EXIT.
010490     EXIT.
010500*
010510 4750-ADD-WINDOW-ROW.
010520     READ MONHIST-FILE NEXT RECORD
010530         AT END
010540             MOVE "Y" TO WS-HIST-EOF-SW
010550             GO TO 4750-EXIT
010560     END-READ.
010570     IF MONH-SUBJECT-TYPE NOT = WS-SUBJ-TYPE
010580             OR MONH-SUBJECT-ID NOT = WS-SUBJ-ID
010590             OR MONH-DATE > WS-PROC-DATE THEN
010600         MOVE "Y" TO WS-HIST-EOF-SW
010610         GO TO 4750-EXIT
010620     END-IF.
010630     ADD MONH-NEAR-COUNT TO WS-WIN-NEAR-COUNT.
010640     ADD MONH-NEAR-TOTAL TO WS-WIN-NEAR-TOTAL.
010650     ADD MONH-XFER-IN-COUNT TO WS-WIN-XIN-COUNT.
010660     ADD MONH-XFER-IN-TOTAL TO WS-WIN-XIN-TOTAL.
010670     ADD MONH-XFER-OUT-COUNT TO WS-WIN-XOUT-COUNT.
010680     ADD MONH-XFER-OUT-TOTAL TO WS-WIN-XOUT-TOTAL.
010690 4750-EXIT.
010700     EXIT.
010710*
010720*-----------------------------------------------------------*
010730* 5000-RAISE-ALERT - the next case number, an open case on  *
010740* the alert file for the current subject, and its line on   *
010750* tonight's section of the worklist.                        *
010760*-----------------------------------------------------------*
010770 5000-RAISE-ALERT.
010780     ADD 1 TO WS-LAST-CASE-NO.
010790     MOVE SPACES TO ALRT-RECORD.
010800     MOVE WS-LAST-CASE-NO TO ALRT-CASE-NO.
010810     MOVE WS-PROC-DATE TO ALRT-RAISED-DATE.
010820     MOVE WS-NEW-TYPE TO ALRT-TYPE.
010830     MOVE WS-SUBJ-TYPE TO ALRT-SUBJECT-TYPE.
010840     MOVE WS-SUBJ-ID TO ALRT-SUBJECT-ID.
010850     MOVE WS-NEW-ACCT-ID TO ALRT-ACCT-ID.
010860     MOVE WS-NEW-TRAN-ID TO ALRT-TRAN-ID.
010870     MOVE WS-NEW-AMOUNT TO ALRT-BASE-AMOUNT.
010880     MOVE WS-NEW-COUNT TO ALRT-ITEM-COUNT.
010890     MOVE "O" TO ALRT-STATUS.
010900     MOVE SPACES TO ALRT-DECIDED-BY.
010910     MOVE 0 TO ALRT-DECISION-TS.
010920     WRITE ALRT-RECORD
010930         INVALID KEY
010940             DISPLAY "ALERT WRITE FAILED FOR CASE " ALRT-CASE-NO
010950                 " STATUS " WS-ALERTS-STATUS
010960             MOVE 16 TO RETURN-CODE
010970             GO TO 5000-EXIT
010980     END-WRITE.
010990     ADD 1 TO WS-ALERT-COUNT.
011000     IF ALRT-LARGE-ITEM THEN
011010         ADD 1 TO WS-LARGE-COUNT
011020     END-IF.
011030     IF ALRT-STRUCTURING THEN
011040         ADD 1 TO WS-STRUCT-COUNT
011050     END-IF.
011060     IF ALRT-IN-AND-OUT THEN
011070         ADD 1 TO WS-INOUT-COUNT
011080     END-IF.
011090     MOVE WS-SUBJ-NAME TO WS-WL-NAME.
011100     PERFORM 5100-PRINT-ALERT-LINE
011110         THRU 5100-EXIT.
011120 5000-EXIT.
011130     EXIT.
011140*
011150*-----------------------------------------------------------*
011160* 5100-PRINT-ALERT-LINE - one worklist line off the alert   *
011170* record; the name is set by the caller.                    *
011180*-----------------------------------------------------------*
011190 5100-PRINT-ALERT-LINE.
011200     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
011210         PERFORM 6000-PRINT-HEADER
011220             THRU 6000-EXIT
011230     END-IF.
011240     MOVE ALRT-CASE-NO TO WS-WL-CASE-NO.
011250     MOVE ALRT-RAISED-DATE TO WS-WL-RAISED.
011260     EVALUATE TRUE
011270         WHEN ALRT-LARGE-ITEM
011280             MOVE "LARGE ITEM" TO WS-WL-TYPE
011290         WHEN ALRT-STRUCTURING
011300             MOVE "STRUCTURING" TO WS-WL-TYPE
011310         WHEN ALRT-IN-AND-OUT
011320             MOVE "IN AND OUT" TO WS-WL-TYPE
011330         WHEN OTHER
011340             MOVE ALRT-TYPE TO WS-WL-TYPE
011350     END-EVALUATE.
011360     IF ALRT-SUBJECT-CUSTOMER THEN
011370         MOVE "CUSTOMER" TO WS-WL-SUBJ-TYPE
011380     ELSE
011390         MOVE "ACCOUNT" TO WS-WL-SUBJ-TYPE
011400     END-IF.
011410     MOVE ALRT-SUBJECT-ID TO WS-WL-SUBJ-ID.
011420     MOVE ALRT-ACCT-ID TO WS-WL-ACCT-ID.
011430     MOVE ALRT-TRAN-ID TO WS-WL-TRAN-ID.
011440     MOVE ALRT-BASE-AMOUNT TO WS-WL-AMOUNT.
011450     MOVE ALRT-ITEM-COUNT TO WS-WL-ITEMS.
011460     IF ALRT-ESCALATED THEN
011470         MOVE "ESCALATED" TO WS-WL-STATUS
011480     ELSE
011490         MOVE "OPEN" TO WS-WL-STATUS
011500     END-IF.
011510     WRITE WORKLIST-LINE FROM WS-RPT-ALERT-LINE.
011520     ADD 1 TO WS-RPT-LINE-COUNT.
011530 5100-EXIT.
011540     EXIT.
011550*
011560*-----------------------------------------------------------*
011570* 5500-LIST-CARRIED - every case from an earlier night that *
011580* is still open or escalated stays on the worklist until a  *
011590* supervisor closes it.                                     *
011600*-----------------------------------------------------------*
011610 5500-LIST-CARRIED.
011620     IF WS-ALERT-COUNT = 0 THEN
011630         MOVE "NONE" TO WORKLIST-LINE
011640         WRITE WORKLIST-LINE
011650     END-IF.
011660     MOVE "C" TO WS-SECTION-SW.
011670     MOVE "EARLIER CASES STILL OPEN OR ESCALATED" TO WS-SEC-TITLE.
011680     PERFORM 6000-PRINT-HEADER
011690         THRU 6000-EXIT.
011700     MOVE "N" TO WS-ALRT-EOF-SW.
011710     MOVE 0 TO ALRT-CASE-NO.
011720     START ALERT-FILE KEY IS NOT LESS THAN ALRT-CASE-NO
011730         INVALID KEY
011740             MOVE "Y" TO WS-ALRT-EOF-SW
011750     END-START.
011760     PERFORM 5600-CHECK-CARRIED
011770         THRU 5600-EXIT
011780         UNTIL WS-ALRT-EOF.
011790     IF WS-CARRIED-COUNT = 0 THEN
011800         MOVE "NONE" TO WORKLIST-LINE
011810         WRITE WORKLIST-LINE
011820     END-IF.
011830 5500-EXIT.
011840     EXIT.
011850*
011860 5600-CHECK-CARRIED.
011870     READ ALERT-FILE NEXT RECORD
011880         AT END
011890             MOVE "Y" TO WS-ALRT-EOF-SW
011900             GO TO 5600-EXIT
011910     END-READ.
011920     IF NOT ALRT-ON-WORKLIST
011930             OR ALRT-RAISED-DATE NOT < WS-PROC-DATE THEN
011940         GO TO 5600-EXIT
011950     END-IF.
011960     ADD 1 TO WS-CARRIED-COUNT.
011970     MOVE "UNASSIGNED ACCOUNT" TO WS-WL-NAME.
011980     IF ALRT-SUBJECT-CUSTOMER THEN
011990         MOVE ALRT-SUBJECT-ID TO CUST-NO
012000         READ CUSTMAST-FILE
012010             INVALID KEY
012020                 MOVE "CUSTOMER NOT ON MASTER" TO CUST-NAME
012030         END-READ
012040         MOVE CUST-NAME TO WS-WL-NAME
012050     END-IF.
012060     PERFORM 5100-PRINT-ALERT-LINE
012070         THRU 5100-EXIT.
012080 5600-EXIT.
012090     EXIT.
012100*
012110*-----------------------------------------------------------*
012120* 6000-PRINT-HEADER - page heading, the section's title and *
012130* the column headings of the section being printed.         *
012140*-----------------------------------------------------------*
012150 6000-PRINT-HEADER.
012160     ADD 1 TO WS-RPT-PAGE-NO.
012170     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
012180     WRITE WORKLIST-LINE FROM WS-RPT-HEADER-1.
012190     MOVE SPACES TO WORKLIST-LINE.
012200     WRITE WORKLIST-LINE.
012210     WRITE WORKLIST-LINE FROM WS-RPT-SECTION-LINE.
012220     MOVE SPACES TO WORKLIST-LINE.
012230     WRITE WORKLIST-LINE.
012240     IF WS-NEW-SECTION OR WS-CARRIED-SECTION THEN
012250         WRITE WORKLIST-LINE FROM WS-RPT-ALERT-HEADINGS
012260     END-IF.
012270     MOVE 1 TO WS-RPT-LINE-COUNT.
012280 6000-EXIT.
012290     EXIT.
012300*
012310*-----------------------------------------------------------*
012320* 7000-PRINT-TOTALS - the parameters the night ran with,    *
012330* the control counts, and the compliance officer's sign-off *
012340* that the worklist has been reviewed.                      *
012350*-----------------------------------------------------------*
012360 7000-PRINT-TOTALS.
012370     MOVE "T" TO WS-SECTION-SW.
012380     MOVE "CONTROL TOTALS" TO WS-SEC-TITLE.
012390     PERFORM 6000-PRINT-HEADER
012400         THRU 6000-EXIT.
012410     MOVE "REPORTING THRESHOLD (BASE)        : " TO WS-TOT-LABEL.
012420     MOVE WS-THRESHOLD TO WS-TOT-VALUE.
012430     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012440     MOVE "NEAR-THRESHOLD FLOOR (BASE)       : " TO WS-TOT-LABEL.
012450     MOVE WS-NEAR-FLOOR TO WS-TOT-VALUE.
012460     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012470     MOVE "WINDOW IN BUSINESS DAYS           : " TO WS-TOT-LABEL.
012480     MOVE WS-WINDOW-DAYS TO WS-TOT-VALUE.
012490     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012500     MOVE "WINDOW START DATE                 : " TO WS-DATE-LABEL.
012510     MOVE WS-WINDOW-START TO WS-DATE-VALUE.
012520     WRITE WORKLIST-LINE FROM WS-RPT-DATE-LINE.
012530     MOVE "IN-AND-OUT SHARE (PERCENT)        : " TO WS-TOT-LABEL.
012540     MOVE WS-INOUT-PCT TO WS-TOT-VALUE.
012550     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012560     MOVE SPACES TO WORKLIST-LINE.
012570     WRITE WORKLIST-LINE.
012580     MOVE "CUSTOMERS READ                    : " TO WS-TOT-LABEL.
012590     MOVE WS-CUST-READ-COUNT TO WS-TOT-VALUE.
012600     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012610     MOVE "UNASSIGNED ACCOUNTS WATCHED       : " TO WS-TOT-LABEL.
012620     MOVE WS-UNASSIGNED-COUNT TO WS-TOT-VALUE.
012630     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012640     MOVE "SUBJECTS WITH ITEMS TODAY         : " TO WS-TOT-LABEL.
012650     MOVE WS-SUBJECT-COUNT TO WS-TOT-VALUE.
012660     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012670     MOVE "JOURNAL ITEMS MONITORED           : " TO WS-TOT-LABEL.
012680     MOVE WS-ITEMS-READ TO WS-TOT-VALUE.
012690     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012700     MOVE "  NOT CONVERTED - NO RATE         : " TO WS-TOT-LABEL.
012710     MOVE WS-UNCONVERTED-COUNT TO WS-TOT-VALUE.
012720     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012730     MOVE "TRANSFER LEGS BETWEEN OWN ACCOUNTS: " TO WS-TOT-LABEL.
012740     MOVE WS-INTERNAL-COUNT TO WS-TOT-VALUE.
012750     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012760     MOVE "BASE TOTAL OF ITEMS MONITORED     : " TO WS-TOT-LABEL.
012770     MOVE WS-BASE-TOTAL TO WS-TOT-VALUE.
012780     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012790     MOVE SPACES TO WORKLIST-LINE.
012800     WRITE WORKLIST-LINE.
012810     MOVE "LARGE-ITEM ALERTS                 : " TO WS-TOT-LABEL.
012820     MOVE WS-LARGE-COUNT TO WS-TOT-VALUE.
012830     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012840     MOVE "STRUCTURING ALERTS                : " TO WS-TOT-LABEL.
012850     MOVE WS-STRUCT-COUNT TO WS-TOT-VALUE.
012860     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012870     MOVE "IN-AND-OUT ALERTS                 : " TO WS-TOT-LABEL.
012880     MOVE WS-INOUT-COUNT TO WS-TOT-VALUE.
012890     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012900     MOVE "ALERTS RAISED TONIGHT             : " TO WS-TOT-LABEL.
012910     MOVE WS-ALERT-COUNT TO WS-TOT-VALUE.
012920     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012930     MOVE "EARLIER CASES STILL ON WORKLIST   : " TO WS-TOT-LABEL.
012940     MOVE WS-CARRIED-COUNT TO WS-TOT-VALUE.
012950     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012960     MOVE "UNDECIDED ALERTS WITHDRAWN (RERUN): " TO WS-TOT-LABEL.
012970     MOVE WS-WITHDRAWN-COUNT TO WS-TOT-VALUE.
012980     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
012990     MOVE "HISTORY ROWS PURGED               : " TO WS-TOT-LABEL.
013000     MOVE WS-PURGED-COUNT TO WS-TOT-VALUE.
013010     WRITE WORKLIST-LINE FROM WS-RPT-TOTAL-LINE.
013020     MOVE SPACES TO WORKLIST-LINE.
013030     WRITE WORKLIST-LINE.
013040     WRITE WORKLIST-LINE.
013050     WRITE WORKLIST-LINE FROM WS-RPT-SIGNOFF-LINE.
013060     DISPLAY "ITEMS MONITORED  : " WS-ITEMS-READ.
013070     DISPLAY "ALERTS RAISED    : " WS-ALERT-COUNT.
013080     DISPLAY "CASES CARRIED    : " WS-CARRIED-COUNT.
013090 7000-EXIT.
013100     EXIT.
013110*
013120*-----------------------------------------------------------*
013130* 7100-GET-TIMESTAMP - current date and time as one         *
013140* 14-digit figure for the run log.                          *
013150*-----------------------------------------------------------*
013160 7100-GET-TIMESTAMP.
013170     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
013180     ACCEPT WS-TS-TIME FROM TIME.
013190     STRING WS-TS-DATE DELIMITED BY SIZE
013200             WS-TS-TIME(1:6) DELIMITED BY SIZE
013210         INTO WS-NOW-TS
013220     END-STRING.
013230 7100-EXIT.
013240     EXIT.
013250*
013260*-----------------------------------------------------------*
013270* 7200-WRITE-RUN-SUMMARY - one record on the common run     *
013280* log: items in, alerts out, items with no rate, subjects   *
013290* with activity, cases carried, and the base total.         *
013300*-----------------------------------------------------------*
013310 7200-WRITE-RUN-SUMMARY.
013320     MOVE "SUSPMON" TO RUN-STEP-NAME.
013330     MOVE WS-RUN-START-TS TO RUN-START-TS.
013340     PERFORM 7100-GET-TIMESTAMP
013350         THRU 7100-EXIT.
013360     MOVE WS-NOW-TS TO RUN-END-TS.
013370     MOVE WS-ITEMS-READ TO RUN-RECORDS-IN.
013380     MOVE WS-ALERT-COUNT TO RUN-RECORDS-OUT.
013390     MOVE WS-UNCONVERTED-COUNT TO RUN-REJECT-COUNT.
013400     MOVE WS-SUBJECT-COUNT TO RUN-EXTRA-COUNT-1.
013410     MOVE WS-CARRIED-COUNT TO RUN-EXTRA-COUNT-2.
013420     MOVE WS-BASE-TOTAL TO RUN-CONTROL-TOTAL.
013430     MOVE RETURN-CODE TO RUN-RETURN-CODE.
013440     IF WS-PARMS-OK THEN
013450         MOVE "ALERTS RAISED" TO RUN-NOTE
013460     ELSE
013470         MOVE "RUN REJECTED" TO RUN-NOTE
013480     END-IF.
013490     WRITE RUNLOG-RECORD.
013500 7200-EXIT.
013510     EXIT.
013520*
013530*-----------------------------------------------------------*
013540* 8000-FINALIZE - write the run-summary record, then close  *
013550* whatever this run opened.                                 *
013560*-----------------------------------------------------------*
013570 8000-FINALIZE.
013580     OPEN EXTEND RUNLOG-FILE.
013590     PERFORM 7200-WRITE-RUN-SUMMARY
013600         THRU 7200-EXIT.
013610     CLOSE RUNLOG-FILE.
013620     IF WS-FILES-OPEN THEN
013630         CLOSE ACCTMAST-FILE
013640         CLOSE CUSTMAST-FILE
013650         CLOSE XREF-FILE
013660         CLOSE JRNL-FILE
013670         CLOSE MONHIST-FILE
013680         CLOSE ALERT-FILE
013690         CLOSE WORKLIST-REPORT
013700     END-IF.
013710 8000-EXIT.
013720     EXIT.
