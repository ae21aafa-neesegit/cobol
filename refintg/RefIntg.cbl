000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RefIntg.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New weekly referential-integrity sweep.  *
000080*                  Cross-checks the links between the       *
000090*                  masters: each account's customer on the  *
000100*                  customer master and its cross-reference  *
000110*                  pair, each cross-reference pair against  *
000120*                  both masters, each active standing order *
000130*                  against its account's status and         *
000140*                  currency, and each pending approval for  *
000150*                  its age, its account or customer and the *
000160*                  operator who asked for it. Findings are  *
000170*                  printed grouped by problem type with a   *
000180*                  summary page; any finding ends the step  *
000190*                  with a warning.                          *
000200*-----------------------------------------------------------*
000210*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CARD-FILE ASSIGN TO SYSIN
000260         ORGANIZATION IS SEQUENTIAL.
000270*
000280     SELECT CAL-FILE ASSIGN TO DATECAL
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
000430     SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTXREF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS XREF-KEY
000470         FILE STATUS IS WS-XREF-STATUS.
000480*
000490     SELECT STORMAST-FILE ASSIGN TO STORMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SO-ORDER-ID
000530         FILE STATUS IS WS-STORMAST-STATUS.
000540*
000550     SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PEND-REQ-ID
000590         FILE STATUS IS WS-PEND-STATUS.
000600*
000610     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS OPER-ID
000650         FILE STATUS IS WS-OPERMAST-STATUS.
000660*
000670     SELECT SORT-FILE ASSIGN TO SORTWK.
000680*
000690     SELECT INTG-REPORT ASSIGN TO INTGRPT
000700         ORGANIZATION IS SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CARD-FILE.
000750 01  PARM-CARD.
000760     05  CARD-WINDOW-DAYS            PIC 9(03).
000770     05  FILLER                      PIC X(77).
000780*
000790 FD  CAL-FILE.
000800     COPY CALREC.
000810*
000820 FD  ACCTMAST-FILE.
000830     COPY ACCTREC.
000840*
000850 FD  CUSTMAST-FILE.
000860     COPY CUSTREC.
000870*
000880 FD  XREF-FILE.
000890     COPY XREFREC.
000900*
000910 FD  STORMAST-FILE.
000920     COPY STORDREC.
000930*
000940 FD  PENDING-FILE.
000950     COPY PENDREC.
000960*
000970 FD  OPERMAST-FILE.
000980     COPY OPERREC.
000990*
001000 SD  SORT-FILE.
001010 01  SORT-FINDING.
001020     05  SORT-TYPE                   PIC 9(02).
001030     05  FILLER                      PIC X(76).
001040*
001050 FD  INTG-REPORT.
001060 01  INTG-REPORT-LINE                PIC X(132).
001070*
001080 WORKING-STORAGE SECTION.
001090 01  WS-SWITCHES.
001100     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
001110         88  WS-CAL-EOF                  VALUE "Y".
001120     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
001130         88  WS-MAST-EOF                 VALUE "Y".
001140     05  WS-XREF-EOF-SW              PIC X(01) VALUE "N".
001150         88  WS-XREF-EOF                 VALUE "Y".
001160     05  WS-ORDER-EOF-SW             PIC X(01) VALUE "N".
001170         88  WS-ORDER-EOF                VALUE "Y".
001180     05  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001190         88  WS-PEND-EOF                 VALUE "Y".
001200     05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001210         88  WS-SORT-EOF                 VALUE "Y".
001220     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
001230         88  WS-PROC-DATE-FOUND          VALUE "Y".
001240     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
001250         88  WS-PARMS-OK                 VALUE "Y".
001260     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001270         88  WS-FILES-OPEN               VALUE "Y".
001280     05  WS-SECTION-SW               PIC X(01) VALUE "F".
001290         88  WS-FINDING-SECTION          VALUE "F".
001300         88  WS-SUMMARY-SECTION          VALUE "T".
001310*
001320 01  WS-ACCTMAST-STATUS              PIC X(02).
001330 01  WS-CUSTMAST-STATUS              PIC X(02).
001340 01  WS-XREF-STATUS                  PIC X(02).
001350 01  WS-STORMAST-STATUS              PIC X(02).
001360 01  WS-PEND-STATUS                  PIC X(02).
001370 01  WS-OPERMAST-STATUS              PIC X(02).
001380*
001390*----------------------------------------------------------------*
001400* The sweep is dated by the calendar's processing date. A        *
001410* pending approval asked for before the date lying the window's  *
001420* number of business dates back from it has waited too long.     *
001430*----------------------------------------------------------------*
001440 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001450 01  WS-PEND-WINDOW-DAYS             PIC 9(03) VALUE 5.
001460 01  WS-PEND-CUTOFF-DATE             PIC 9(08) VALUE 0.
001470 01  WS-RUN-DATE                     PIC 9(08).
001480*
001490 01  WS-BD-TABLE.
001500     05  WS-BD-COUNT                 PIC 9(03) VALUE 0.
001510     05  WS-BD-DATE                  PIC 9(08) OCCURS 400 TIMES.
001520*
001530 77  WS-BD-IX                        PIC 9(03) COMP.
001540 77  WS-BD-STEP                      PIC 9(03) COMP.
001550 01  WS-BD-CEILING                   PIC 9(08).
001560 01  WS-BD-BEST                      PIC 9(08).
001570*
001580*----------------------------------------------------------------*
001590* One finding as released to the sort: the problem type, the     *
001600* record it was found on, the record it points at, and what is   *
001610* wrong in words.                                                *
001620*----------------------------------------------------------------*
001630 01  WS-FINDING.
001640     05  WS-FND-TYPE                 PIC 9(02).
001650     05  WS-FND-KEY                  PIC X(08).
001660     05  WS-FND-REF                  PIC X(08).
001670     05  WS-FND-TEXT                 PIC X(60).
001680*
001690*----------------------------------------------------------------*
001700* Problem types: title, and what the two key columns hold.       *
001710*----------------------------------------------------------------*
001720 01  WS-TYPE-TABLE-DATA.
001730     05  FILLER                      PIC X(48) VALUE
001740         "ACCOUNTS - CUSTOMER NOT ON CUSTOMER MASTER".
001750     05  FILLER                      PIC X(20) VALUE
001760         "ACCOUNT   CUSTOMER".
001770     05  FILLER                      PIC X(48) VALUE
001780         "ACCOUNTS - NO CROSS-REFERENCE PAIR".
001790     05  FILLER                      PIC X(20) VALUE
001800         "ACCOUNT   CUSTOMER".
001810     05  FILLER                      PIC X(48) VALUE
001820         "CROSS-REFERENCE - CUSTOMER DELETED".
001830     05  FILLER                      PIC X(20) VALUE
001840         "CUSTOMER  ACCOUNT".
001850     05  FILLER                      PIC X(48) VALUE
001860         "CROSS-REFERENCE - ACCOUNT DELETED".
001870     05  FILLER                      PIC X(20) VALUE
001880         "CUSTOMER  ACCOUNT".
001890     05  FILLER                      PIC X(48) VALUE
001900         "CROSS-REFERENCE - ACCOUNT NOT LINKED TO CUSTOMER".
001910     05  FILLER                      PIC X(20) VALUE
001920         "CUSTOMER  ACCOUNT".
001930     05  FILLER                      PIC X(48) VALUE
001940         "STANDING ORDERS - ACCOUNT MISSING".
001950     05  FILLER                      PIC X(20) VALUE
001960         "ORDER     ACCOUNT".
001970     05  FILLER                      PIC X(48) VALUE
001980         "STANDING ORDERS - ACCOUNT CLOSED".
001990     05  FILLER                      PIC X(20) VALUE
002000         "ORDER     ACCOUNT".
002010     05  FILLER                      PIC X(48) VALUE
002020         "STANDING ORDERS - ACCOUNT FROZEN".
002030     05  FILLER                      PIC X(20) VALUE
002040         "ORDER     ACCOUNT".
002050     05  FILLER                      PIC X(48) VALUE
002060         "STANDING ORDERS - CURRENCY NOT THE ACCOUNT'S".
002070     05  FILLER                      PIC X(20) VALUE
002080         "ORDER     ACCOUNT".
002090     05  FILLER                      PIC X(48) VALUE
002100         "PENDING APPROVALS - WAITING PAST THE WINDOW".
002110     05  FILLER                      PIC X(20) VALUE
002120         "REQUEST   OPERATOR".
002130     05  FILLER                      PIC X(48) VALUE
002140         "PENDING APPROVALS - REQUESTER DISABLED/UNKNOWN".
002150     05  FILLER                      PIC X(20) VALUE
002160         "REQUEST   OPERATOR".
002170     05  FILLER                      PIC X(48) VALUE
002180         "PENDING APPROVALS - ACCOUNT MISSING".
002190     05  FILLER                      PIC X(20) VALUE
002200         "REQUEST   ACCOUNT".
002210     05  FILLER                      PIC X(48) VALUE
002220         "PENDING APPROVALS - CUSTOMER MISSING".
002230     05  FILLER                      PIC X(20) VALUE
002240         "REQUEST   CUSTOMER".
002250 01  WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-DATA.
002260     05  WS-TYPE-ENTRY               OCCURS 13 TIMES.
002270         10  WS-TYPE-TITLE           PIC X(48).
002280         10  WS-TYPE-HEADINGS        PIC X(20).
002290*
002300 01  WS-TYPE-COUNTS.
002310     05  WS-TYPE-COUNT               PIC 9(05) OCCURS 13 TIMES.
002320*
002330 77  WS-TYPE-IX                      PIC 9(02) COMP.
002340 77  WS-CURRENT-TYPE                 PIC 9(02) VALUE 0.
002350*
002360 01  WS-RUN-TOTALS.
002370     05  WS-ACCT-READ-COUNT          PIC 9(07) VALUE 0.
002380     05  WS-UNLINKED-COUNT           PIC 9(07) VALUE 0.
002390     05  WS-XREF-READ-COUNT          PIC 9(07) VALUE 0.
002400     05  WS-ORDER-READ-COUNT         PIC 9(07) VALUE 0.
002410     05  WS-ORDER-ACTIVE-COUNT       PIC 9(07) VALUE 0.
002420     05  WS-PEND-READ-COUNT          PIC 9(07) VALUE 0.
002430     05  WS-PEND-OPEN-COUNT          PIC 9(07) VALUE 0.
002440     05  WS-FINDING-COUNT            PIC 9(07) VALUE 0.
002450*
002460 01  WS-RPT-COUNTERS.
002470     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
002480     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
002490     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002500*
002510 01  WS-RPT-HEADER-1.
002520     05  FILLER                      PIC X(36) VALUE
002530         "REFERENTIAL INTEGRITY SWEEP".
002540     05  FILLER                      PIC X(17) VALUE
002550         "PROCESSING DATE: ".
002560     05  WS-HDR-PROC-DATE            PIC 9(08).
002570     05  FILLER                      PIC X(18) VALUE
002580         "  PENDING WINDOW: ".
002590     05  WS-HDR-WINDOW               PIC ZZ9.
002600     05  FILLER                      PIC X(16) VALUE
002610         " BUSINESS DAYS".
002620     05  FILLER                      PIC X(12) VALUE
002630         "  RUN DATE: ".
002640     05  WS-HDR-RUN-DATE             PIC 9(08).
002650     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
002660     05  WS-HDR-PAGE                 PIC ZZ9.
002670*
002680 01  WS-RPT-SECTION-LINE.
002690     05  WS-SEC-TITLE                PIC X(60).
002700*
002710 01  WS-RPT-FINDING-HEADINGS.
002720     05  WS-FHD-KEYS                 PIC X(20).
002730     05  FILLER                      PIC X(07) VALUE "PROBLEM".
002740*
002750 01  WS-RPT-FINDING-LINE.
002760     05  WS-FDL-KEY                  PIC X(08).
002770     05  FILLER                      PIC X(02) VALUE SPACES.
002780     05  WS-FDL-REF                  PIC X(08).
002790     05  FILLER                      PIC X(02) VALUE SPACES.
002800     05  WS-FDL-TEXT                 PIC X(60).
002810*
002820 01  WS-RPT-TYPE-TOTAL-LINE.
002830     05  FILLER                      PIC X(24) VALUE
002840         "FINDINGS OF THIS TYPE :".
002850     05  WS-TTL-COUNT                PIC ZZ,ZZ9.
002860*
002870 01  WS-RPT-SUMMARY-LINE.
002880     05  WS-SML-TITLE                PIC X(50).
002890     05  WS-SML-COUNT                PIC ZZ,ZZ9.
002900*
002910 01  WS-RPT-TOTAL-LINE.
002920     05  WS-TOT-LABEL                PIC X(36).
002930     05  WS-TOT-VALUE                PIC Z,ZZZ,ZZ9.
002940*
002950*----------------------------------------------------------------*
002960* Working pieces of the finding text.                            *
002970*----------------------------------------------------------------*
002980 01  WS-TXT-CURRENCY.
002990     05  FILLER                      PIC X(15) VALUE
003000         "ORDER CURRENCY ".
003010     05  WS-TXC-ORDER                PIC X(03).
003020     05  FILLER                      PIC X(19) VALUE
003030         " ACCOUNT CURRENCY ".
003040     05  WS-TXC-ACCOUNT              PIC X(03).
003050*
003060 01  WS-TXT-PENDING.
003070     05  WS-TXP-ACTION               PIC X(08).
003080     05  FILLER                      PIC X(11) VALUE
003090         " REQUESTED ".
003100     05  WS-TXP-DATE                 PIC 9(08).
003110     05  FILLER                      PIC X(04) VALUE " BY ".
003120     05  WS-TXP-OPERATOR             PIC X(06).
003130*
003140 01  WS-TXT-RELINKED.
003150     05  FILLER                      PIC X(25) VALUE
003160         "ACCOUNT NOW LINKED TO ".
003170     05  WS-TXR-CUST-NO              PIC X(06).
003180*
003190 PROCEDURE DIVISION.
003200*
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE
003230         THRU 1000-EXIT.
003240     IF WS-PARMS-OK THEN
003250         PERFORM 2000-SWEEP-AND-REPORT
003260             THRU 2000-EXIT
003270         PERFORM 7000-PRINT-SUMMARY
003280             THRU 7000-EXIT
003290     END-IF.
003300     PERFORM 8000-FINALIZE
003310         THRU 8000-EXIT.
003320     STOP RUN.
003330*
003340*-----------------------------------------------------------*
003350* 1000-INITIALIZE - the window card, the processing date    *
003360* and business dates off the calendar, then the masters.    *
003370* No processing date, no sweep.                             *
003380*-----------------------------------------------------------*
003390 1000-INITIALIZE.
003400     PERFORM 1050-READ-WINDOW-CARD
003410         THRU 1050-EXIT.
003420     PERFORM 1100-LOAD-CALENDAR
003430         THRU 1100-EXIT.
003440     IF NOT WS-PARMS-OK THEN
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 1000-EXIT
003470     END-IF.
003480     PERFORM 1150-FIND-CUTOFF-DATE
003490         THRU 1150-EXIT.
003500     DISPLAY "PROCESSING DATE : " WS-PROC-DATE
003510         "  PENDING CUTOFF : " WS-PEND-CUTOFF-DATE.
003520     INITIALIZE WS-TYPE-COUNTS.
003530     OPEN INPUT ACCTMAST-FILE.
003540     OPEN INPUT CUSTMAST-FILE.
003550     OPEN INPUT XREF-FILE.
003560     OPEN INPUT STORMAST-FILE.
003570     OPEN INPUT PENDING-FILE.
003580     OPEN INPUT OPERMAST-FILE.
003590     OPEN OUTPUT INTG-REPORT.
003600     MOVE "Y" TO WS-FILES-OPEN-SW.
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003620     MOVE WS-PROC-DATE TO WS-HDR-PROC-DATE.
003630     MOVE WS-PEND-WINDOW-DAYS TO WS-HDR-WINDOW.
003640     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
003650 1000-EXIT.
003660     EXIT.
003670*
003680*-----------------------------------------------------------*
003690* 1050-READ-WINDOW-CARD - how many business days a pending  *
003700* approval may wait. No card, or a card that is not a       *
003710* number of days, keeps the standing five-day window.       *
003720*-----------------------------------------------------------*
003730 1050-READ-WINDOW-CARD.
003740     OPEN INPUT CARD-FILE.
003750     READ CARD-FILE
003760         AT END
003770             DISPLAY "NO WINDOW CARD - PENDING WINDOW "
003780                 WS-PEND-WINDOW-DAYS " BUSINESS DAYS"
003790             CLOSE CARD-FILE
003800             GO TO 1050-EXIT
003810     END-READ.
003820     IF CARD-WINDOW-DAYS IS NUMERIC
003830             AND CARD-WINDOW-DAYS > 0 THEN
003840         MOVE CARD-WINDOW-DAYS TO WS-PEND-WINDOW-DAYS
003850     ELSE
003860         DISPLAY "WINDOW CARD NOT USABLE - PENDING WINDOW "
003870             WS-PEND-WINDOW-DAYS " BUSINESS DAYS"
003880     END-IF.
003890     CLOSE CARD-FILE.
003900 1050-EXIT.
003910     EXIT.
003920*
003930*-----------------------------------------------------------*
003940* 1100-LOAD-CALENDAR - the processing date, and the         *
003950* calendar's business dates to measure the window back      *
003960* from it.                                                  *
003970*-----------------------------------------------------------*
003980 1100-LOAD-CALENDAR.
003990     OPEN INPUT CAL-FILE.
004000     PERFORM 1110-READ-CAL-RECORD
004010         THRU 1110-EXIT
004020         UNTIL WS-CAL-EOF.
004030     CLOSE CAL-FILE.
004040     IF NOT WS-PROC-DATE-FOUND THEN
004050         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
004060             "RUN REJECTED ***"
004070         MOVE "N" TO WS-PARMS-OK-SW
004080     END-IF.
004090 1100-EXIT.
004100     EXIT.
004110*
004120 1110-READ-CAL-RECORD.
004130     READ CAL-FILE
004140         AT END
004150             MOVE "Y" TO WS-CAL-EOF-SW
004160             GO TO 1110-EXIT
004170     END-READ.
004180     IF CAL-PROCESSING-DATE THEN
004190         MOVE CAL-DATE TO WS-PROC-DATE
004200         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
004210     END-IF.
004220     IF CAL-BUSINESS-DATE AND WS-BD-COUNT < 400 THEN
004230         ADD 1 TO WS-BD-COUNT
004240         MOVE CAL-DATE TO WS-BD-DATE(WS-BD-COUNT)
004250     END-IF.
004260 1110-EXIT.
004270     EXIT.
004280*
004290*-----------------------------------------------------------*
004300* 1150-FIND-CUTOFF-DATE - step back from the processing     *
004310* date one business date at a time, as many times as the    *
004320* window is long. A calendar that does not reach back that  *
004330* far leaves the cutoff at zero and nothing is overdue.     *
004340*-----------------------------------------------------------*
004350 1150-FIND-CUTOFF-DATE.
004360     MOVE WS-PROC-DATE TO WS-BD-CEILING.
004370     MOVE 0 TO WS-PEND-CUTOFF-DATE.
004380     MOVE 1 TO WS-BD-STEP.
004390     PERFORM 1160-STEP-BACK-ONE-DATE
004400         THRU 1160-EXIT
004410         UNTIL WS-BD-STEP > WS-PEND-WINDOW-DAYS.
004420 1150-EXIT.
004430     EXIT.
004440*
004450 1160-STEP-BACK-ONE-DATE.
004460     MOVE 0 TO WS-BD-BEST.
004470     MOVE 1 TO WS-BD-IX.
004480     PERFORM 1170-CHECK-ONE-DATE
004490         THRU 1170-EXIT
004500         UNTIL WS-BD-IX > WS-BD-COUNT.
004510     IF WS-BD-BEST = 0 THEN
004520         MOVE 0 TO WS-PEND-CUTOFF-DATE
004530         MOVE WS-PEND-WINDOW-DAYS TO WS-BD-STEP
004540     ELSE
004550         MOVE WS-BD-BEST TO WS-BD-CEILING
004560         MOVE WS-BD-BEST TO WS-PEND-CUTOFF-DATE
004570     END-IF.
004580     ADD 1 TO WS-BD-STEP.
004590 1160-EXIT.
004600     EXIT.
004610*
004620 1170-CHECK-ONE-DATE.
004630     IF WS-BD-DATE(WS-BD-IX) < WS-BD-CEILING
004640             AND WS-BD-DATE(WS-BD-IX) > WS-BD-BEST THEN
004650         MOVE WS-BD-DATE(WS-BD-IX) TO WS-BD-BEST
004660     END-IF.
004670     ADD 1 TO WS-BD-IX.
004680 1170-EXIT.
004690     EXIT.
004700*
004710*-----------------------------------------------------------*
004720* 2000-SWEEP-AND-REPORT - the four checks release their     *
004730* findings into the sort, which hands them back grouped by  *
004740* problem type for printing.                                *
004750*-----------------------------------------------------------*
004760 2000-SWEEP-AND-REPORT.
004770     SORT SORT-FILE
004780         ON ASCENDING KEY SORT-TYPE
004790         WITH DUPLICATES IN ORDER
004800         INPUT PROCEDURE IS 2020-RUN-CHECKS
004810             THRU 2020-EXIT
004820         OUTPUT PROCEDURE IS 2040-PRINT-FINDINGS
004830             THRU 2040-EXIT.
004840     IF WS-FINDING-COUNT > 0 THEN
004850         IF RETURN-CODE = 0 THEN
004860             MOVE 4 TO RETURN-CODE
004870         END-IF
004880     END-IF.
004890 2000-EXIT.
004900     EXIT.
004910*
004920 2020-RUN-CHECKS.
004930     PERFORM 3000-CHECK-ACCOUNTS
004940         THRU 3000-EXIT.
004950     PERFORM 3200-CHECK-XREF
004960         THRU 3200-EXIT.
004970     PERFORM 3400-CHECK-ORDERS
004980         THRU 3400-EXIT.
004990     PERFORM 3600-CHECK-PENDING
005000         THRU 3600-EXIT.
005010 2020-EXIT.
005020     EXIT.
005030*
005040*-----------------------------------------------------------*
005050* 2040-PRINT-FINDINGS - one section per problem type that   *
005060* has findings, starting on a new page, with the count of   *
005070* that type at its foot.                                    *
005080*-----------------------------------------------------------*
005090 2040-PRINT-FINDINGS.
005100     PERFORM 2045-RETURN-SORTED
005110         THRU 2045-EXIT.
005120     PERFORM 2100-PRINT-ONE-FINDING
005130         THRU 2100-EXIT
005140         UNTIL WS-SORT-EOF.
005150     IF WS-CURRENT-TYPE > 0 THEN
005160         PERFORM 2200-CLOSE-TYPE
005170             THRU 2200-EXIT
005180     END-IF.
005190     GO TO 2040-EXIT.
005200*
005210 2045-RETURN-SORTED.
005220     RETURN SORT-FILE RECORD
005230         AT END
005240             MOVE "Y" TO WS-SORT-EOF-SW
005250             GO TO 2045-EXIT
005260     END-RETURN.
005270     MOVE SORT-FINDING TO WS-FINDING.
005280 2045-EXIT.
005290     EXIT.
005300*
005310 2040-EXIT.
005320     EXIT.
005330*
005340 2100-PRINT-ONE-FINDING.
005350     IF WS-FND-TYPE NOT = WS-CURRENT-TYPE THEN
005360         IF WS-CURRENT-TYPE > 0 THEN
005370             PERFORM 2200-CLOSE-TYPE
005380                 THRU 2200-EXIT
005390         END-IF
005400         MOVE WS-FND-TYPE TO WS-CURRENT-TYPE
005410         MOVE WS-TYPE-TITLE(WS-CURRENT-TYPE) TO WS-SEC-TITLE
005420         MOVE WS-TYPE-HEADINGS(WS-CURRENT-TYPE) TO WS-FHD-KEYS
005430         PERFORM 6000-PRINT-HEADER
005440             THRU 6000-EXIT
005450     END-IF.
005460     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
005470         PERFORM 6000-PRINT-HEADER
005480             THRU 6000-EXIT
005490     END-IF.
005500     MOVE WS-FND-KEY TO WS-FDL-KEY.
005510     MOVE WS-FND-REF TO WS-FDL-REF.
005520     MOVE WS-FND-TEXT TO WS-FDL-TEXT.
005530     WRITE INTG-REPORT-LINE FROM WS-RPT-FINDING-LINE.
005540     ADD 1 TO WS-RPT-LINE-COUNT.
005550     PERFORM 2045-RETURN-SORTED
005560         THRU 2045-EXIT.
005570 2100-EXIT.
005580     EXIT.
005590*
005600 2200-CLOSE-TYPE.
005610     MOVE SPACES TO INTG-REPORT-LINE.
005620     WRITE INTG-REPORT-LINE.
005630     MOVE WS-TYPE-COUNT(WS-CURRENT-TYPE) TO WS-TTL-COUNT.
005640     WRITE INTG-REPORT-LINE FROM WS-RPT-TYPE-TOTAL-LINE.
005650     ADD 2 TO WS-RPT-LINE-COUNT.
005660 2200-EXIT.
005670     EXIT.
005680*
005690*-----------------------------------------------------------*
005700* 2900-RELEASE-FINDING - count the finding against its type *
005710* and hand it to the sort.                                  *
005720*-----------------------------------------------------------*
005730 2900-RELEASE-FINDING.
005740     ADD 1 TO WS-TYPE-COUNT(WS-FND-TYPE).
005750     ADD 1 TO WS-FINDING-COUNT.
005760     RELEASE SORT-FINDING FROM WS-FINDING.
005770 2900-EXIT.
005780     EXIT.
005790*
005800*-----------------------------------------------------------*
005810* 3000-CHECK-ACCOUNTS - every account linked to a customer  *
005820* must find that customer on the customer master and its    *
005830* own pair on the cross-reference. An account with no link  *
005840* at all is allowed (AcctMaint OPEN without a customer) and *
005850* only counted.                                             *
005860*-----------------------------------------------------------*
005870 3000-CHECK-ACCOUNTS.
005880     MOVE "N" TO WS-MAST-EOF-SW.
005890     MOVE LOW-VALUES TO ACCT-ID.
005900     START ACCTMAST-FILE KEY IS NOT LESS THAN ACCT-ID
005910         INVALID KEY
005920             MOVE "Y" TO WS-MAST-EOF-SW
005930     END-START.
005940     PERFORM 3100-CHECK-ONE-ACCOUNT
005950         THRU 3100-EXIT
005960         UNTIL WS-MAST-EOF.
005970 3000-EXIT.
005980     EXIT.
005990*
006000 3100-CHECK-ONE-ACCOUNT.
006010     READ ACCTMAST-FILE NEXT RECORD
006020         AT END
006030             MOVE "Y" TO WS-MAST-EOF-SW
006040             GO TO 3100-EXIT
006050     END-READ.
006060     ADD 1 TO WS-ACCT-READ-COUNT.
006070     IF ACCT-CUST-NO = SPACES THEN
006080         ADD 1 TO WS-UNLINKED-COUNT
006090         GO TO 3100-EXIT
006100     END-IF.
006110     MOVE ACCT-ID TO WS-FND-KEY.
006120     MOVE ACCT-CUST-NO TO WS-FND-REF.
006130     MOVE ACCT-CUST-NO TO CUST-NO.
006140     READ CUSTMAST-FILE
006150         INVALID KEY
006160             MOVE 1 TO WS-FND-TYPE
006170             MOVE "CUSTOMER IS NOT ON THE CUSTOMER MASTER"
006180                 TO WS-FND-TEXT
006190             PERFORM 2900-RELEASE-FINDING
006200                 THRU 2900-EXIT
006210     END-READ.
006220     MOVE ACCT-CUST-NO TO XREF-CUST-NO.
006230     MOVE ACCT-ID TO XREF-ACCT-ID.
006240     READ XREF-FILE
006250         INVALID KEY
006260             MOVE 2 TO WS-FND-TYPE
006270             MOVE "NO CROSS-REFERENCE ROW FOR THE PAIR"
006280                 TO WS-FND-TEXT
006290             PERFORM 2900-RELEASE-FINDING
006300                 THRU 2900-EXIT
006310     END-READ.
006320 3100-EXIT.
006330     EXIT.
006340*
006350*-----------------------------------------------------------*
006360* 3200-CHECK-XREF - every cross-reference pair must point   *
006370* at a customer and an account that both still exist, and   *
006380* the account must still be linked to that customer - a     *
006390* pair left behind by a re-link sends CustPos and the       *
006400* month-end statements to the wrong owner.                  *
006410*-----------------------------------------------------------*
006420 3200-CHECK-XREF.
006430     MOVE LOW-VALUES TO XREF-KEY.
006440     START XREF-FILE KEY IS NOT LESS THAN XREF-KEY
006450         INVALID KEY
006460             MOVE "Y" TO WS-XREF-EOF-SW
006470     END-START.
006480     PERFORM 3300-CHECK-ONE-PAIR
006490         THRU 3300-EXIT
006500         UNTIL WS-XREF-EOF.
006510 3200-EXIT.
006520     EXIT.
006530*
006540 3300-CHECK-ONE-PAIR.
006550     READ XREF-FILE NEXT RECORD
006560         AT END
006570             MOVE "Y" TO WS-XREF-EOF-SW
006580             GO TO 3300-EXIT
006590     END-READ.
006600     ADD 1 TO WS-XREF-READ-COUNT.
006610     MOVE XREF-CUST-NO TO WS-FND-KEY.
006620     MOVE XREF-ACCT-ID TO WS-FND-REF.
006630     MOVE XREF-CUST-NO TO CUST-NO.
006640     READ CUSTMAST-FILE
006650         INVALID KEY
006660             MOVE 3 TO WS-FND-TYPE
006670             MOVE "CUSTOMER NO LONGER ON THE CUSTOMER MASTER"
006680                 TO WS-FND-TEXT
006690             PERFORM 2900-RELEASE-FINDING
006700                 THRU 2900-EXIT
006710     END-READ.
006720     MOVE XREF-ACCT-ID TO ACCT-ID.
006730     READ ACCTMAST-FILE
006740         INVALID KEY
006750             MOVE 4 TO WS-FND-TYPE
006760             MOVE "ACCOUNT NO LONGER ON THE ACCOUNT MASTER"
006770                 TO WS-FND-TEXT
006780             PERFORM 2900-RELEASE-FINDING
006790                 THRU 2900-EXIT
006800             GO TO 3300-EXIT
006810     END-READ.
006820     IF ACCT-CUST-NO NOT = XREF-CUST-NO THEN
006830         MOVE 5 TO WS-FND-TYPE
006840         IF ACCT-CUST-NO = SPACES THEN
006850             MOVE "ACCOUNT HAS NO CUSTOMER LINK" TO WS-FND-TEXT
006860         ELSE
006870             MOVE ACCT-CUST-NO TO WS-TXR-CUST-NO
006880             MOVE WS-TXT-RELINKED TO WS-FND-TEXT
006890         END-IF
006900         PERFORM 2900-RELEASE-FINDING
006910             THRU 2900-EXIT
006920     END-IF.
006930 3300-EXIT.
006940     EXIT.
006950*
006960*-----------------------------------------------------------*
006970* 3400-CHECK-ORDERS - every active standing order must draw *
006980* on an account that exists, is neither closed nor frozen,  *
006990* and settles in the order's currency; otherwise the        *
007000* generator emits a transaction the balance run will only   *
007010* reject. Cancelled orders are not checked.                 *
007020*-----------------------------------------------------------*
007030 3400-CHECK-ORDERS.
007040     MOVE LOW-VALUES TO SO-ORDER-ID.
007050     START STORMAST-FILE KEY IS NOT LESS THAN SO-ORDER-ID
007060         INVALID KEY
007070             MOVE "Y" TO WS-ORDER-EOF-SW
007080     END-START.
007090     PERFORM 3500-CHECK-ONE-ORDER
007100         THRU 3500-EXIT
007110         UNTIL WS-ORDER-EOF.
007120 3400-EXIT.
007130     EXIT.
007140*
007150 3500-CHECK-ONE-ORDER.
007160     READ STORMAST-FILE NEXT RECORD
007170         AT END
007180             MOVE "Y" TO WS-ORDER-EOF-SW
007190             GO TO 3500-EXIT
007200     END-READ.
007210     ADD 1 TO WS-ORDER-READ-COUNT.
007220     IF NOT SO-ACTIVE THEN
007230         GO TO 3500-EXIT
007240     END-IF.
007250     ADD 1 TO WS-ORDER-ACTIVE-COUNT.
007260     MOVE SO-ORDER-ID TO WS-FND-KEY.
007270     MOVE SO-ACCT-ID TO WS-FND-REF.
007280     MOVE SO-ACCT-ID TO ACCT-ID.
007290     READ ACCTMAST-FILE
007300         INVALID KEY
007310             MOVE 6 TO WS-FND-TYPE
007320             MOVE "ORDER'S ACCOUNT IS NOT ON THE ACCOUNT MASTER"
007330                 TO WS-FND-TEXT
007340             PERFORM 2900-RELEASE-FINDING
007350                 THRU 2900-EXIT
007360             GO TO 3500-EXIT
007370     END-READ.
007380     IF ACCT-CLOSED THEN
007390         MOVE 7 TO WS-FND-TYPE
007400         MOVE "ACTIVE ORDER ON A CLOSED ACCOUNT" TO WS-FND-TEXT
007410         PERFORM 2900-RELEASE-FINDING
007420             THRU 2900-EXIT
007430     END-IF.
007440     IF ACCT-FROZEN THEN
007450         MOVE 8 TO WS-FND-TYPE
007460         MOVE "ACTIVE ORDER ON A FROZEN ACCOUNT" TO WS-FND-TEXT
007470         PERFORM 2900-RELEASE-FINDING
007480             THRU 2900-EXIT
007490     END-IF.
007500     IF SO-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE THEN
007510         MOVE 9 TO WS-FND-TYPE
007520         MOVE SO-CURRENCY-CODE TO WS-TXC-ORDER
007530         MOVE ACCT-CURRENCY-CODE TO WS-TXC-ACCOUNT
007540         MOVE WS-TXT-CURRENCY TO WS-FND-TEXT
007550         PERFORM 2900-RELEASE-FINDING
007560             THRU 2900-EXIT
007570     END-IF.
007580 3500-EXIT.
007590     EXIT.
007600*
007610*-----------------------------------------------------------*
007620* 3600-CHECK-PENDING - every approval still pending: asked  *
007630* for within the window, by an operator still on the        *
007640* operator master and not disabled, against an account or   *
007650* customer that still exists. Decided requests are history  *
007660* and are not checked.                                      *
007670*-----------------------------------------------------------*
007680 3600-CHECK-PENDING.
007690     MOVE 0 TO PEND-REQ-ID.
007700     START PENDING-FILE KEY IS NOT LESS THAN PEND-REQ-ID
007710         INVALID KEY
007720             MOVE "Y" TO WS-PEND-EOF-SW
007730     END-START.
007740     PERFORM 3700-CHECK-ONE-REQUEST
007750         THRU 3700-EXIT
007760         UNTIL WS-PEND-EOF.
007770 3600-EXIT.
007780     EXIT.
007790*
007800 3700-CHECK-ONE-REQUEST.
007810     READ PENDING-FILE NEXT RECORD
007820         AT END
007830             MOVE "Y" TO WS-PEND-EOF-SW
007840             GO TO 3700-EXIT
007850     END-READ.
007860     ADD 1 TO WS-PEND-READ-COUNT.
007870     IF NOT PEND-PENDING THEN
007880         GO TO 3700-EXIT
007890     END-IF.
007900     ADD 1 TO WS-PEND-OPEN-COUNT.
007910     MOVE PEND-REQ-ID TO WS-FND-KEY.
007920     MOVE PEND-ACTION TO WS-TXP-ACTION.
007930     MOVE PEND-REQUEST-TS(1:8) TO WS-TXP-DATE.
007940     MOVE PEND-REQUESTED-BY TO WS-TXP-OPERATOR.
007950     IF WS-PEND-CUTOFF-DATE > 0
007960             AND PEND-REQUEST-TS(1:8) < WS-PEND-CUTOFF-DATE THEN
007970         MOVE 10 TO WS-FND-TYPE
007980         MOVE PEND-REQUESTED-BY TO WS-FND-REF
007990         MOVE WS-TXT-PENDING TO WS-FND-TEXT
008000         PERFORM 2900-RELEASE-FINDING
008010             THRU 2900-EXIT
008020     END-IF.
008030     PERFORM 3750-CHECK-REQUESTER
008040         THRU 3750-EXIT.
008050     IF PEND-ACCT-ID NOT = SPACES THEN
008060         MOVE PEND-ACCT-ID TO ACCT-ID
008070         READ ACCTMAST-FILE
008080             INVALID KEY
008090                 MOVE 12 TO WS-FND-TYPE
008100                 MOVE PEND-ACCT-ID TO WS-FND-REF
008110                 MOVE WS-TXT-PENDING TO WS-FND-TEXT
008120                 PERFORM 2900-RELEASE-FINDING
008130                     THRU 2900-EXIT
008140         END-READ
008150     END-IF.
008160     IF PEND-CUST-NO NOT = SPACES THEN
008170         MOVE PEND-CUST-NO TO CUST-NO
008180         READ CUSTMAST-FILE
008190             INVALID KEY
008200                 MOVE 13 TO WS-FND-TYPE
008210                 MOVE PEND-CUST-NO TO WS-FND-REF
008220                 MOVE WS-TXT-PENDING TO WS-FND-TEXT
008230                 PERFORM 2900-RELEASE-FINDING
008240                     THRU 2900-EXIT
008250         END-READ
008260     END-IF.
008270 3700-EXIT.
008280     EXIT.
008290*
008300 3750-CHECK-REQUESTER.
008310     MOVE 11 TO WS-FND-TYPE.
008320     MOVE PEND-REQUESTED-BY TO WS-FND-REF.
008330     MOVE PEND-REQUESTED-BY TO OPER-ID.
008340     READ OPERMAST-FILE
008350         INVALID KEY
008360             MOVE "REQUESTING OPERATOR NOT ON THE OPERATOR MASTER"
008370                 TO WS-FND-TEXT
008380             PERFORM 2900-RELEASE-FINDING
008390                 THRU 2900-EXIT
008400             GO TO 3750-EXIT
008410     END-READ.
008420     IF OPER-DISABLED THEN
008430         MOVE "REQUESTING OPERATOR IS DISABLED" TO WS-FND-TEXT
008440         PERFORM 2900-RELEASE-FINDING
008450             THRU 2900-EXIT
008460     END-IF.
008470 3750-EXIT.
008480     EXIT.
008490*
008500*-----------------------------------------------------------*
008510* 6000-PRINT-HEADER - page heading, the section's title and *
008520* the column headings of the problem type being printed.    *
008530*-----------------------------------------------------------*
008540 6000-PRINT-HEADER.
008550     ADD 1 TO WS-RPT-PAGE-NO.
008560     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
008570     WRITE INTG-REPORT-LINE FROM WS-RPT-HEADER-1.
008580     MOVE SPACES TO INTG-REPORT-LINE.
008590     WRITE INTG-REPORT-LINE.
008600     WRITE INTG-REPORT-LINE FROM WS-RPT-SECTION-LINE.
008610     MOVE SPACES TO INTG-REPORT-LINE.
008620     WRITE INTG-REPORT-LINE.
008630     IF WS-FINDING-SECTION THEN
008640         WRITE INTG-REPORT-LINE FROM WS-RPT-FINDING-HEADINGS
008650     END-IF.
008660     MOVE 1 TO WS-RPT-LINE-COUNT.
008670 6000-EXIT.
008680     EXIT.
008690*
008700*-----------------------------------------------------------*
008710* 7000-PRINT-SUMMARY - every problem type with its count,   *
008720* nil counts included so the page reads the same each week, *
008730* then what was swept.                                      *
008740*-----------------------------------------------------------*
008750 7000-PRINT-SUMMARY.
008760     MOVE "T" TO WS-SECTION-SW.
008770     MOVE "SUMMARY BY PROBLEM TYPE" TO WS-SEC-TITLE.
008780     PERFORM 6000-PRINT-HEADER
008790         THRU 6000-EXIT.
008800     MOVE 1 TO WS-TYPE-IX.
008810     PERFORM 7100-PRINT-TYPE-COUNT
008820         THRU 7100-EXIT
008830         UNTIL WS-TYPE-IX > 13.
008840     MOVE SPACES TO INTG-REPORT-LINE.
008850     WRITE INTG-REPORT-LINE.
008860     MOVE "ACCOUNTS SWEPT                    : " TO WS-TOT-LABEL.
008870     MOVE WS-ACCT-READ-COUNT TO WS-TOT-VALUE.
008880     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008890     MOVE "  WITH NO CUSTOMER LINK           : " TO WS-TOT-LABEL.
008900     MOVE WS-UNLINKED-COUNT TO WS-TOT-VALUE.
008910     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008920     MOVE "CROSS-REFERENCE PAIRS SWEPT       : " TO WS-TOT-LABEL.
008930     MOVE WS-XREF-READ-COUNT TO WS-TOT-VALUE.
008940     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008950     MOVE "STANDING ORDERS READ              : " TO WS-TOT-LABEL.
008960     MOVE WS-ORDER-READ-COUNT TO WS-TOT-VALUE.
008970     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008980     MOVE "  ACTIVE, CHECKED                 : " TO WS-TOT-LABEL.
008990     MOVE WS-ORDER-ACTIVE-COUNT TO WS-TOT-VALUE.
009000     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
009010     MOVE "APPROVAL REQUESTS READ            : " TO WS-TOT-LABEL.
009020     MOVE WS-PEND-READ-COUNT TO WS-TOT-VALUE.
009030     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
009040     MOVE "  PENDING, CHECKED                : " TO WS-TOT-LABEL.
009050     MOVE WS-PEND-OPEN-COUNT TO WS-TOT-VALUE.
009060     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
009070     MOVE SPACES TO INTG-REPORT-LINE.
009080     WRITE INTG-REPORT-LINE.
009090     MOVE "TOTAL FINDINGS                    : " TO WS-TOT-LABEL.
009100     MOVE WS-FINDING-COUNT TO WS-TOT-VALUE.
009110     WRITE INTG-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
009120     DISPLAY "INTEGRITY FINDINGS : " WS-FINDING-COUNT.
009130 7000-EXIT.
009140     EXIT.
009150*
009160 7100-PRINT-TYPE-COUNT.
009170     MOVE WS-TYPE-TITLE(WS-TYPE-IX) TO WS-SML-TITLE.
009180     MOVE WS-TYPE-COUNT(WS-TYPE-IX) TO WS-SML-COUNT.
009190     WRITE INTG-REPORT-LINE FROM WS-RPT-SUMMARY-LINE.
009200     ADD 1 TO WS-TYPE-IX.
009210 7100-EXIT.
009220     EXIT.
009230*
009240*-----------------------------------------------------------*
009250* 8000-FINALIZE - close whatever this run opened.           *
009260*-----------------------------------------------------------*
009270 8000-FINALIZE.
009280     IF WS-FILES-OPEN THEN
009290         CLOSE ACCTMAST-FILE
009300         CLOSE CUSTMAST-FILE
009310         CLOSE XREF-FILE
009320         CLOSE STORMAST-FILE
009330         CLOSE PENDING-FILE
009340         CLOSE OPERMAST-FILE
009350         CLOSE INTG-REPORT
009360     END-IF.
009370 8000-EXIT.
009380     EXIT.
