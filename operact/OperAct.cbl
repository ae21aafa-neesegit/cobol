000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OperAct.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New operator activity and segregation-   *
000080*                  of-duties review. Merges the sign-on     *
000090*                  log, the audit log, the maintenance log  *
000100*                  and the approval file by operator and    *
000110*                  time for a period off a card: each       *
000120*                  operator's sessions with every           *
000130*                  maintenance action, approval, exception  *
000140*                  release and manual adjustment, flagged   *
000150*                  where it fell outside a session or       *
000160*                  outside business hours, where an         *
000170*                  approver shared sessions with the        *
000180*                  requester that day, where one supervisor *
000190*                  both held and released an exception, and *
000200*                  where a disabled or unknown operator was *
000210*                  active. A one-page exceptions summary    *
000220*                  closes the report for the audit          *
000230*                  committee.                               *
000240*-----------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CARD-FILE ASSIGN TO SYSIN
000300         ORGANIZATION IS SEQUENTIAL.
000310*
000320     SELECT CAL-FILE ASSIGN TO DATECAL
000330         ORGANIZATION IS SEQUENTIAL.
000340*
000350     SELECT SIGNON-FILE ASSIGN TO SIGNLOG
000360         ORGANIZATION IS SEQUENTIAL.
000370*
000380     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000390         ORGANIZATION IS SEQUENTIAL.
000400*
000410     SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTLOG
000420         ORGANIZATION IS SEQUENTIAL.
000430*
000440     SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PEND-REQ-ID
000480         FILE STATUS IS WS-PEND-STATUS.
000490*
000500     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OPER-ID
000540         FILE STATUS IS WS-OPERMAST-STATUS.
000550*
000560     SELECT SORT-FILE ASSIGN TO SORTWK.
000570*
000580     SELECT ACTIVITY-REPORT ASSIGN TO OPERRPT
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CARD-FILE.
000640 01  PARM-CARD.
000650     05  CARD-FROM-DATE              PIC 9(08).
000660     05  CARD-TO-DATE                PIC 9(08).
000670     05  CARD-HOURS-FROM             PIC X(04).
000680     05  CARD-HOURS-FROM-N REDEFINES CARD-HOURS-FROM
000690                                     PIC 9(04).
000700     05  CARD-HOURS-TO               PIC X(04).
000710     05  CARD-HOURS-TO-N REDEFINES CARD-HOURS-TO
000720                                     PIC 9(04).
000730     05  FILLER                      PIC X(56).
000740*
000750 FD  CAL-FILE.
000760     COPY CALREC.
000770*
000780 FD  SIGNON-FILE.
000790     COPY SIGNREC.
000800*
000810 FD  AUDIT-FILE.
000820     COPY AUDITREC.
000830*
000840 FD  MAINT-AUDIT-FILE.
000850     COPY MAUDREC.
000860*
000870 FD  PENDING-FILE.
000880     COPY PENDREC.
000890*
000900 FD  OPERMAST-FILE.
000910     COPY OPERREC.
000920*
000930 SD  SORT-FILE.
000940 01  SORT-EVENT.
000950     05  SORT-OPER-ID                PIC X(06).
000960     05  SORT-TS                     PIC 9(14).
000970     05  SORT-ORDER                  PIC 9(01).
000980     05  FILLER                      PIC X(70).
000990*
001000 FD  ACTIVITY-REPORT.
001010 01  ACTIVITY-REPORT-LINE            PIC X(132).
001020*
001030 WORKING-STORAGE SECTION.
001040 01  WS-SWITCHES.
001050     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
001060         88  WS-CAL-EOF                  VALUE "Y".
001070     05  WS-SIGN-EOF-SW              PIC X(01) VALUE "N".
001080         88  WS-SIGN-EOF                 VALUE "Y".
001090     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001100         88  WS-AUDIT-EOF                VALUE "Y".
001110     05  WS-MAUD-EOF-SW              PIC X(01) VALUE "N".
001120         88  WS-MAUD-EOF                 VALUE "Y".
001130     05  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001140         88  WS-PEND-EOF                 VALUE "Y".
001150     05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001160         88  WS-SORT-EOF                 VALUE "Y".
001170     05  WS-PARMS-OK-SW              PIC X(01) VALUE "Y".
001180         88  WS-PARMS-OK                 VALUE "Y".
001190     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001200         88  WS-FILES-OPEN               VALUE "Y".
001210     05  WS-SECTION-SW               PIC X(01) VALUE "O".
001220         88  WS-OPERATOR-SECTION         VALUE "O".
001230         88  WS-SUMMARY-SECTION          VALUE "T".
001240     05  WS-OPER-OPEN-SW             PIC X(01) VALUE "N".
001250         88  WS-OPER-OPEN                VALUE "Y".
001260     05  WS-OPER-BARRED-SW           PIC X(01) VALUE "N".
001270         88  WS-OPER-BARRED              VALUE "Y".
001280     05  WS-SES-FULL-SW              PIC X(01) VALUE "N".
001290         88  WS-SES-FULL                 VALUE "Y".
001300     05  WS-PLC-FULL-SW              PIC X(01) VALUE "N".
001310         88  WS-PLC-FULL                 VALUE "Y".
001320     05  WS-FOUND-SW                 PIC X(01).
001330         88  WS-FOUND                    VALUE "Y".
001340     05  WS-KEEP-EVENT-SW            PIC X(01).
001350         88  WS-KEEP-EVENT               VALUE "Y".
001360*
001370 01  WS-PEND-STATUS                  PIC X(02).
001380 01  WS-OPERMAST-STATUS              PIC X(02).
001390*
001400*----------------------------------------------------------------*
001410* The period under review and the business hours, off the card.  *
001420* A time before the opening hour, at or after the closing hour,  *
001430* or on a date the calendar does not hold as a business date,    *
001440* is outside business hours.                                     *
001450*----------------------------------------------------------------*
001460 01  WS-FROM-DATE                    PIC 9(08) VALUE 0.
001470 01  WS-TO-DATE                      PIC 9(08) VALUE 0.
001480 01  WS-HOURS-FROM                   PIC 9(04) VALUE 0700.
001490 01  WS-HOURS-TO                     PIC 9(04) VALUE 1900.
001500 01  WS-RUN-DATE                     PIC 9(08).
001510*
001520 01  WS-BD-TABLE.
001530     05  WS-BD-COUNT                 PIC 9(03) VALUE 0.
001540     05  WS-BD-DATE                  PIC 9(08) OCCURS 400 TIMES.
001550*
001560 77  WS-BD-IX                        PIC 9(03) COMP.
001570*
001580*----------------------------------------------------------------*
001590* Sign-on sessions. A sign-on opens one; a sign-off closes the   *
001600* operator's latest open one. A session never signed off is      *
001610* taken to the end of the day it began.                          *
001620*----------------------------------------------------------------*
001630 01  WS-SESSION-TABLE.
001640     05  WS-SES-COUNT                PIC 9(04) VALUE 0.
001650     05  WS-SES-ENTRY                OCCURS 3000 TIMES.
001660         10  WS-SES-OPER-ID          PIC X(06).
001670         10  WS-SES-ROLE             PIC X(01).
001680         10  WS-SES-START-TS         PIC 9(14).
001690         10  WS-SES-START-PARTS REDEFINES WS-SES-START-TS.
001700             15  WS-SES-START-DATE   PIC 9(08).
001710             15  FILLER              PIC 9(06).
001720         10  WS-SES-END-TS           PIC 9(14).
001730         10  WS-SES-END-PARTS REDEFINES WS-SES-END-TS.
001740             15  WS-SES-END-DATE     PIC 9(08).
001750             15  FILLER              PIC 9(06).
001760         10  WS-SES-CLOSED-SW        PIC X(01).
001770             88  WS-SES-CLOSED           VALUE "Y".
001780*
001790 77  WS-SES-IX                       PIC 9(04) COMP.
001800 77  WS-SES-IX2                      PIC 9(04) COMP.
001810 77  WS-FOUND-IX                     PIC 9(04) COMP.
001820 01  WS-FOUND-START-TS               PIC 9(14).
001830 01  WS-FIND-OPER-ID                 PIC X(06).
001840 01  WS-FIND-TS                      PIC 9(14).
001850*
001860 01  WS-STAMP-WORK.
001870     05  WS-STW-DATE                 PIC 9(08).
001880     05  WS-STW-TIME                 PIC 9(06).
001890 01  WS-STW-TS REDEFINES WS-STAMP-WORK
001900                                     PIC 9(14).
001910*
001920*----------------------------------------------------------------*
001930* Exceptions the balance run held, with the operator whose       *
001940* session it ran in. A disposition by the exception release      *
001950* takes the latest open item for the same account and amount;    *
001960* a slot is reused once its item has been disposed of.           *
001970*----------------------------------------------------------------*
001980 01  WS-PLACEMENT-TABLE.
001990     05  WS-PLC-COUNT                PIC 9(04) VALUE 0.
002000     05  WS-PLC-ENTRY                OCCURS 2000 TIMES.
002010         10  WS-PLC-ACCT-ID          PIC X(06).
002020         10  WS-PLC-AMOUNT           PIC S9(08).
002030         10  WS-PLC-TS               PIC 9(14).
002040         10  WS-PLC-OPER-ID          PIC X(06).
002050         10  WS-PLC-OPEN-SW          PIC X(01).
002060             88  WS-PLC-OPEN             VALUE "Y".
002070*
002080 77  WS-PLC-IX                       PIC 9(04) COMP.
002090 77  WS-PLC-FREE-IX                  PIC 9(04) COMP.
002100 77  WS-PLC-MATCH-IX                 PIC 9(04) COMP.
002110 01  WS-PLC-MATCH-TS                 PIC 9(14).
002120 01  WS-PLACER-ID                    PIC X(06).
002130*
002140*----------------------------------------------------------------*
002150* One event as released to the sort: whose it is, when, a        *
002160* session start (1), an action (2) or a session end (3), where   *
002170* it came from, and the flags raised against it.                 *
002180*----------------------------------------------------------------*
002190 01  WS-EVENT.
002200     05  WS-EVT-OPER-ID              PIC X(06).
002210     05  WS-EVT-TS                   PIC 9(14).
002220     05  WS-EVT-TS-PARTS REDEFINES WS-EVT-TS.
002230         10  WS-EVT-DATE             PIC 9(08).
002240         10  WS-EVT-HHMM             PIC 9(04).
002250         10  WS-EVT-SS               PIC 9(02).
002260     05  WS-EVT-ORDER                PIC 9(01).
002270         88  WS-EVT-SESSION-START        VALUE 1.
002280         88  WS-EVT-ACTIVITY             VALUE 2.
002290         88  WS-EVT-SESSION-END          VALUE 3.
002300     05  WS-EVT-SOURCE               PIC X(08).
002310     05  WS-EVT-ACTION               PIC X(10).
002320     05  WS-EVT-KEY                  PIC X(08).
002330     05  WS-EVT-DETAIL               PIC X(40).
002340     05  WS-EVT-FLAGS.
002350         10  WS-EVT-NO-SESSION-SW    PIC X(01).
002360             88  WS-EVT-NO-SESSION       VALUE "Y".
002370         10  WS-EVT-HOURS-SW         PIC X(01).
002380             88  WS-EVT-OUT-OF-HOURS     VALUE "Y".
002390         10  WS-EVT-SHARED-SW        PIC X(01).
002400             88  WS-EVT-SHARED           VALUE "Y".
002410         10  WS-EVT-SAME-SUP-SW      PIC X(01).
002420             88  WS-EVT-SAME-SUP         VALUE "Y".
002430*
002440*----------------------------------------------------------------*
002450* Exception types: 1 no session, 2 outside hours, 3 approver     *
002460* shared sessions with requester, 4 same supervisor held and     *
002470* released, 5 disabled or unknown operator active.               *
002480*----------------------------------------------------------------*
002490 01  WS-TYPE-TABLE-DATA.
002500     05  FILLER                      PIC X(50) VALUE
002510         "ACTIVITY WITH NO ENCLOSING SIGN-ON SESSION".
002520     05  FILLER                      PIC X(50) VALUE
002530         "ACTIVITY OUTSIDE BUSINESS HOURS OR DAYS".
002540     05  FILLER                      PIC X(50) VALUE
002550         "APPROVER SHARED SESSIONS WITH REQUESTER THAT DAY".
002560     05  FILLER                      PIC X(50) VALUE
002570         "EXCEPTION HELD AND RELEASED BY ONE SUPERVISOR".
002580     05  FILLER                      PIC X(50) VALUE
002590         "DISABLED OR UNKNOWN OPERATOR WITH ACTIVITY".
002600 01  WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-DATA.
002610     05  WS-TYPE-TITLE               PIC X(50) OCCURS 5 TIMES.
002620*
002630 01  WS-TYPE-COUNTS.
002640     05  WS-TYPE-COUNT               PIC 9(05) OCCURS 5 TIMES.
002650*
002660 01  WS-OPER-COUNTS.
002670     05  WS-OPC-TYPE-COUNT           PIC 9(05) OCCURS 5 TIMES.
002680     05  WS-OPC-SESSIONS             PIC 9(05).
002690     05  WS-OPC-ACTIONS              PIC 9(05).
002700     05  WS-OPC-FLAGGED              PIC 9(05).
002710*
002720 77  WS-TYPE-IX                      PIC 9(02) COMP.
002730*
002740*----------------------------------------------------------------*
002750* Operators with any exception, for the summary page.            *
002760*----------------------------------------------------------------*
002770 01  WS-OPX-TABLE.
002780     05  WS-OPX-COUNT                PIC 9(03) VALUE 0.
002790     05  WS-OPX-ENTRY                OCCURS 300 TIMES.
002800         10  WS-OPX-OPER-ID          PIC X(06).
002810         10  WS-OPX-NAME             PIC X(20).
002820         10  WS-OPX-TYPE-COUNT       PIC 9(05) OCCURS 5 TIMES.
002830*
002840 77  WS-OPX-IX                       PIC 9(03) COMP.
002850 77  WS-OPX-PRINT-MAX                PIC 9(03) VALUE 24.
002860 01  WS-OPX-OVERFLOW                 PIC 9(05) VALUE 0.
002870*
002880 01  WS-CURRENT-OPER-ID              PIC X(06).
002890 01  WS-CURRENT-OPER-NAME            PIC X(20).
002900*
002910 01  WS-RUN-TOTALS.
002920     05  WS-SIGN-READ-COUNT          PIC 9(07) VALUE 0.
002930     05  WS-SESSION-PERIOD-COUNT     PIC 9(07) VALUE 0.
002940     05  WS-ORPHAN-SIGNOFF-COUNT     PIC 9(07) VALUE 0.
002950     05  WS-AUDIT-READ-COUNT         PIC 9(07) VALUE 0.
002960     05  WS-MAUD-READ-COUNT          PIC 9(07) VALUE 0.
002970     05  WS-PEND-READ-COUNT          PIC 9(07) VALUE 0.
002980     05  WS-ACTION-COUNT             PIC 9(07) VALUE 0.
002990     05  WS-OPERATOR-COUNT           PIC 9(07) VALUE 0.
003000     05  WS-EXCEPTION-COUNT          PIC 9(07) VALUE 0.
003010*
003020 01  WS-RPT-COUNTERS.
003030     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
003040     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
003050     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
003060*
003070 01  WS-RPT-HEADER-1.
003080     05  FILLER                      PIC X(34) VALUE
003090         "OPERATOR ACTIVITY REVIEW".
003100     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
003110     05  WS-HDR-FROM-DATE            PIC 9(08).
003120     05  FILLER                      PIC X(04) VALUE " TO ".
003130     05  WS-HDR-TO-DATE              PIC 9(08).
003140     05  FILLER                      PIC X(10) VALUE
003150         "  HOURS: ".
003160     05  WS-HDR-HOURS-FROM           PIC 9(04).
003170     05  FILLER                      PIC X(01) VALUE "-".
003180     05  WS-HDR-HOURS-TO             PIC 9(04).
003190     05  FILLER                      PIC X(13) VALUE
003200         "   RUN DATE: ".
003210     05  WS-HDR-RUN-DATE             PIC 9(08).
003220     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
003230     05  WS-HDR-PAGE                 PIC ZZ9.
003240*
003250 01  WS-RPT-SECTION-LINE.
003260     05  WS-SEC-TITLE                PIC X(80).
003270*
003280 01  WS-RPT-OPERATOR-TITLE.
003290     05  FILLER                      PIC X(10) VALUE
003300         "OPERATOR ".
003310     05  WS-OTL-OPER-ID              PIC X(06).
003320     05  FILLER                      PIC X(02) VALUE SPACES.
003330     05  WS-OTL-NAME                 PIC X(20).
003340     05  FILLER                      PIC X(08) VALUE
003350         "  ROLE ".
003360     05  WS-OTL-ROLE                 PIC X(10).
003370     05  FILLER                      PIC X(10) VALUE
003380         "  STATUS ".
003390     05  WS-OTL-STATUS               PIC X(14).
003400*
003410 01  WS-RPT-EVENT-HEADINGS.
003420     05  FILLER                      PIC X(46) VALUE
003430         "DATE      TIME    SOURCE    ACTION      KEY".
003440     05  FILLER                      PIC X(42) VALUE
003450         "DETAIL".
003460     05  FILLER                      PIC X(36) VALUE
003470         "NO-SESS  HOURS    SHARED   SAME-SUP".
003480*
003490 01  WS-RPT-EVENT-LINE.
003500     05  WS-EVL-DATE                 PIC 9(08).
003510     05  FILLER                      PIC X(02) VALUE SPACES.
003520     05  WS-EVL-TIME                 PIC 9(06).
003530     05  FILLER                      PIC X(02) VALUE SPACES.
003540     05  WS-EVL-SOURCE               PIC X(08).
003550     05  FILLER                      PIC X(02) VALUE SPACES.
003560     05  WS-EVL-ACTION               PIC X(10).
003570     05  FILLER                      PIC X(02) VALUE SPACES.
003580     05  WS-EVL-KEY                  PIC X(08).
003590     05  FILLER                      PIC X(04) VALUE SPACES.
003600     05  WS-EVL-DETAIL               PIC X(40).
003610     05  FILLER                      PIC X(02) VALUE SPACES.
003620     05  WS-EVL-NO-SESSION           PIC X(09).
003630     05  WS-EVL-HOURS                PIC X(09).
003640     05  WS-EVL-SHARED               PIC X(09).
003650     05  WS-EVL-SAME-SUP             PIC X(08).
003660*
003670 01  WS-RPT-BARRED-LINE.
003680     05  FILLER                      PIC X(04) VALUE "*** ".
003690     05  WS-BRL-TEXT                 PIC X(60).
003700*
003710 01  WS-RPT-SUMMARY-LINE.
003720     05  WS-SML-TITLE                PIC X(50).
003730     05  WS-SML-COUNT                PIC ZZ,ZZ9.
003740*
003750 01  WS-RPT-OPX-HEADINGS.
003760     05  FILLER                      PIC X(36) VALUE
003770         "OPERATOR  NAME".
003780     05  FILLER                      PIC X(45) VALUE
003790         "NO-SESS    HOURS   SHARED SAME-SUP DISABLED".
003800*
003810 01  WS-RPT-OPX-LINE.
003820     05  WS-OXL-OPER-ID              PIC X(06).
003830     05  FILLER                      PIC X(04) VALUE SPACES.
003840     05  WS-OXL-NAME                 PIC X(20).
003850     05  FILLER                      PIC X(03) VALUE SPACES.
003860     05  WS-OXL-COUNT                PIC ZZ,ZZ9 OCCURS 5 TIMES.
003870*
003880 01  WS-RPT-TOTAL-LINE.
003890     05  WS-TOT-LABEL                PIC X(36).
003900     05  WS-TOT-VALUE                PIC Z,ZZZ,ZZ9.
003910*
003920 01  WS-RPT-SIGNOFF-LINE.
003930     05  FILLER                      PIC X(60) VALUE
003940         "REVIEWED FOR THE AUDIT COMMITTEE : ___________________".
003950     05  FILLER                      PIC X(30) VALUE
003960         "  DATE : __________".
003970*
003980*----------------------------------------------------------------*
003990* Working pieces of the detail column.                           *
004000*----------------------------------------------------------------*
004010 01  WS-DTX-AMOUNT.
004020     05  FILLER                      PIC X(07) VALUE "AMOUNT ".
004030     05  WS-DTXA-VALUE               PIC -ZZ,ZZZ,ZZ9.
004040*
004050 01  WS-DTX-FILE.
004060     05  FILLER                      PIC X(05) VALUE "FILE ".
004070     05  WS-DTXF-FILE-ID             PIC X(08).
004080*
004090 01  WS-DTX-ROLE.
004100     05  FILLER                      PIC X(15) VALUE
004110         "SIGNED ON ROLE ".
004120     05  WS-DTXR-ROLE                PIC X(01).
004130*
004140 01  WS-DTX-REQUEST.
004150     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
004160     05  WS-DTXQ-ACCT-ID             PIC X(06).
004170     05  FILLER                      PIC X(10) VALUE
004180         " CUSTOMER ".
004190     05  WS-DTXQ-CUST-NO             PIC X(06).
004200*
004210 01  WS-DTX-DECISION.
004220     05  WS-DTXD-ACTION              PIC X(08).
004230     05  FILLER                      PIC X(10) VALUE
004240         " ASKED BY ".
004250     05  WS-DTXD-OPER-ID             PIC X(06).
004260*
004270 PROCEDURE DIVISION.
004280*
004290 0000-MAINLINE.
004300     PERFORM 1000-INITIALIZE
004310         THRU 1000-EXIT.
004320     IF WS-PARMS-OK THEN
004330         PERFORM 2000-REVIEW-AND-REPORT
004340             THRU 2000-EXIT
004350         PERFORM 7000-PRINT-SUMMARY
004360             THRU 7000-EXIT
004370     END-IF.
004380     PERFORM 8000-FINALIZE
004390         THRU 8000-EXIT.
004400     STOP RUN.
004410*
004420*-----------------------------------------------------------*
004430* 1000-INITIALIZE - the period card, the business dates off *
004440* the calendar and every session on the sign-on log, then   *
004450* the operator master, approval file and report. A card     *
004460* that does not give a usable period stops the run.         *
004470*-----------------------------------------------------------*
004480 1000-INITIALIZE.
004490     PERFORM 1050-READ-PERIOD-CARD
004500         THRU 1050-EXIT.
004510     IF NOT WS-PARMS-OK THEN
004520         MOVE 16 TO RETURN-CODE
004530         GO TO 1000-EXIT
004540     END-IF.
004550     DISPLAY "REVIEW PERIOD   : " WS-FROM-DATE " TO "
004560         WS-TO-DATE "  HOURS " WS-HOURS-FROM "-" WS-HOURS-TO.
004570     PERFORM 1100-LOAD-CALENDAR
004580         THRU 1100-EXIT.
004590     PERFORM 1200-LOAD-SESSIONS
004600         THRU 1200-EXIT.
004610     INITIALIZE WS-TYPE-COUNTS.
004620     OPEN INPUT PENDING-FILE.
004630     OPEN INPUT OPERMAST-FILE.
004640     OPEN OUTPUT ACTIVITY-REPORT.
004650     MOVE "Y" TO WS-FILES-OPEN-SW.
004660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004670     MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE.
004680     MOVE WS-TO-DATE TO WS-HDR-TO-DATE.
004690     MOVE WS-HOURS-FROM TO WS-HDR-HOURS-FROM.
004700     MOVE WS-HOURS-TO TO WS-HDR-HOURS-TO.
004710     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
004720 1000-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------*
004760* 1050-READ-PERIOD-CARD - the first and last date reviewed, *
004770* both required, and the business hours as HHMM; blank      *
004780* hours keep 0700 to 1900.                                  *
004790*-----------------------------------------------------------*
004800 1050-READ-PERIOD-CARD.
004810     OPEN INPUT CARD-FILE.
004820     READ CARD-FILE
004830         AT END
004840             DISPLAY "*** NO PERIOD CARD - RUN REJECTED ***"
004850             MOVE "N" TO WS-PARMS-OK-SW
004860             CLOSE CARD-FILE
004870             GO TO 1050-EXIT
004880     END-READ.
004900     IF CARD-FROM-DATE IS NOT NUMERIC
004910             OR CARD-TO-DATE IS NOT NUMERIC THEN
004920         DISPLAY "*** PERIOD DATES NOT NUMERIC - "
004930             "RUN REJECTED ***"
004940         MOVE "N" TO WS-PARMS-OK-SW
004945         CLOSE CARD-FILE
004950         GO TO 1050-EXIT
004960     END-IF.
004970     IF CARD-FROM-DATE = 0
004980             OR CARD-FROM-DATE > CARD-TO-DATE THEN
004990         DISPLAY "*** PERIOD " CARD-FROM-DATE " TO "
005000             CARD-TO-DATE " NOT USABLE - RUN REJECTED ***"
005010         MOVE "N" TO WS-PARMS-OK-SW
005015         CLOSE CARD-FILE
005020         GO TO 1050-EXIT
005030     END-IF.
005040     MOVE CARD-FROM-DATE TO WS-FROM-DATE.
005050     MOVE CARD-TO-DATE TO WS-TO-DATE.
005060     IF CARD-HOURS-FROM = SPACES
005070             AND CARD-HOURS-TO = SPACES THEN
005075         CLOSE CARD-FILE
005080         GO TO 1050-EXIT
005090     END-IF.
005100     IF CARD-HOURS-FROM IS NOT NUMERIC
005110             OR CARD-HOURS-TO IS NOT NUMERIC THEN
005120         DISPLAY "*** BUSINESS HOURS NOT NUMERIC - "
005130             "RUN REJECTED ***"
005140         MOVE "N" TO WS-PARMS-OK-SW
005145         CLOSE CARD-FILE
005150         GO TO 1050-EXIT
005160     END-IF.
005170     IF CARD-HOURS-FROM-N NOT < CARD-HOURS-TO-N
005180             OR CARD-HOURS-TO-N > 2400 THEN
005190         DISPLAY "*** BUSINESS HOURS " CARD-HOURS-FROM "-"
005200             CARD-HOURS-TO " NOT USABLE - RUN REJECTED ***"
005210         MOVE "N" TO WS-PARMS-OK-SW
005215         CLOSE CARD-FILE
005220         GO TO 1050-EXIT
005230     END-IF.
005240     MOVE CARD-HOURS-FROM-N TO WS-HOURS-FROM.
005250     MOVE CARD-HOURS-TO-N TO WS-HOURS-TO.
005255     CLOSE CARD-FILE.
005260 1050-EXIT.
005270     EXIT.
005280*
005290*-----------------------------------------------------------*
005300* 1100-LOAD-CALENDAR - the dates the calendar holds as      *
005310* business dates, the processing date among them. Any other *
005320* date - a holiday or a day the calendar skips - is outside *
005330* business days.                                            *
005340*-----------------------------------------------------------*
005350 1100-LOAD-CALENDAR.
005360     OPEN INPUT CAL-FILE.
005370     PERFORM 1110-READ-CAL-RECORD
005380         THRU 1110-EXIT
005390         UNTIL WS-CAL-EOF.
005400     CLOSE CAL-FILE.
005410     IF WS-BD-COUNT = 0 THEN
005420         DISPLAY "NO BUSINESS DATES ON THE CALENDAR - EVERY "
005430             "ACTION WILL SHOW OUTSIDE HOURS"
005440     END-IF.
005450 1100-EXIT.
005460     EXIT.
005470*
005480 1110-READ-CAL-RECORD.
005490     READ CAL-FILE
005500         AT END
005510             MOVE "Y" TO WS-CAL-EOF-SW
005520             GO TO 1110-EXIT
005530     END-READ.
005540     IF (CAL-BUSINESS-DATE OR CAL-PROCESSING-DATE)
005550             AND WS-BD-COUNT < 400 THEN
005560         ADD 1 TO WS-BD-COUNT
005570         MOVE CAL-DATE TO WS-BD-DATE(WS-BD-COUNT)
005580     END-IF.
005590 1110-EXIT.
005600     EXIT.
005610*
005620*-----------------------------------------------------------*
005630* 1200-LOAD-SESSIONS - every session on the sign-on log,    *
005640* whatever its date: an action is put in the session that   *
005650* was open when it happened, and an exception held before   *
005660* the period may be released inside it.                     *
005670*-----------------------------------------------------------*
005680 1200-LOAD-SESSIONS.
005690     OPEN INPUT SIGNON-FILE.
005700     PERFORM 1210-READ-SIGNON-RECORD
005710         THRU 1210-EXIT
005720         UNTIL WS-SIGN-EOF.
005730     CLOSE SIGNON-FILE.
005740     MOVE 1 TO WS-SES-IX.
005750     PERFORM 1260-END-UNCLOSED-SESSION
005760         THRU 1260-EXIT
005770         UNTIL WS-SES-IX > WS-SES-COUNT.
005780     DISPLAY "SESSIONS LOADED : " WS-SES-COUNT.
005790     IF WS-ORPHAN-SIGNOFF-COUNT > 0 THEN
005800         DISPLAY "SIGN-OFFS WITH NO OPEN SESSION : "
005810             WS-ORPHAN-SIGNOFF-COUNT
005820     END-IF.
005830 1200-EXIT.
005840     EXIT.
005850*
005860 1210-READ-SIGNON-RECORD.
005870     READ SIGNON-FILE
005880         AT END
005890             MOVE "Y" TO WS-SIGN-EOF-SW
005900             GO TO 1210-EXIT
005910     END-READ.
005920     ADD 1 TO WS-SIGN-READ-COUNT.
005930     MOVE SGN-DATE TO WS-STW-DATE.
005940     MOVE SGN-TIME(1:6) TO WS-STW-TIME.
005950     IF SGN-SIGN-OFF THEN
005960         PERFORM 1220-CLOSE-SESSION
005970             THRU 1220-EXIT
005980     ELSE
005990         PERFORM 1240-OPEN-SESSION
006000             THRU 1240-EXIT
006010     END-IF.
006020 1210-EXIT.
006030     EXIT.
006040*
006050*-----------------------------------------------------------*
006060* 1220-CLOSE-SESSION - a sign-off ends the operator's most  *
006070* recent session still open; one with nothing to close is   *
006080* only counted.                                             *
006090*-----------------------------------------------------------*
006100 1220-CLOSE-SESSION.
006110     MOVE "N" TO WS-FOUND-SW.
006120     MOVE WS-SES-COUNT TO WS-SES-IX.
006130     PERFORM 1230-CHECK-OPEN-SESSION
006140         THRU 1230-EXIT
006150         UNTIL WS-FOUND OR WS-SES-IX = 0.
006160     IF NOT WS-FOUND THEN
006170         ADD 1 TO WS-ORPHAN-SIGNOFF-COUNT
006180         GO TO 1220-EXIT
006190     END-IF.
006200     MOVE WS-STW-TS TO WS-SES-END-TS(WS-SES-IX).
006210     MOVE "Y" TO WS-SES-CLOSED-SW(WS-SES-IX).
006220 1220-EXIT.
006230     EXIT.
006240*
006250 1230-CHECK-OPEN-SESSION.
006260     IF WS-SES-OPER-ID(WS-SES-IX) = SGN-OPERATOR-ID
006270             AND NOT WS-SES-CLOSED(WS-SES-IX) THEN
006280         MOVE "Y" TO WS-FOUND-SW
006290     ELSE
006300         SUBTRACT 1 FROM WS-SES-IX
006310     END-IF.
006320 1230-EXIT.
006330     EXIT.
006340*
006350 1240-OPEN-SESSION.
006360     IF WS-SES-COUNT NOT < 3000 THEN
006370         IF NOT WS-SES-FULL THEN
006380             DISPLAY "SESSION TABLE FULL AT 3000 - LATER "
006390                 "SIGN-ONS NOT LOADED"
006400             MOVE "Y" TO WS-SES-FULL-SW
006410             MOVE 4 TO RETURN-CODE
006420         END-IF
006430         GO TO 1240-EXIT
006440     END-IF.
006450     ADD 1 TO WS-SES-COUNT.
006460     MOVE SGN-OPERATOR-ID TO WS-SES-OPER-ID(WS-SES-COUNT).
006470     MOVE SGN-ROLE TO WS-SES-ROLE(WS-SES-COUNT).
006480     MOVE WS-STW-TS TO WS-SES-START-TS(WS-SES-COUNT).
006490     MOVE 0 TO WS-SES-END-TS(WS-SES-COUNT).
006500     MOVE "N" TO WS-SES-CLOSED-SW(WS-SES-COUNT).
006510 1240-EXIT.
006520     EXIT.
006530*
006540 1260-END-UNCLOSED-SESSION.
006550     IF NOT WS-SES-CLOSED(WS-SES-IX) THEN
006560         MOVE WS-SES-START-TS(WS-SES-IX) TO WS-STW-TS
006570         MOVE 235959 TO WS-STW-TIME
006580         MOVE WS-STW-TS TO WS-SES-END-TS(WS-SES-IX)
006590     END-IF.
006600     ADD 1 TO WS-SES-IX.
006610 1260-EXIT.
006620     EXIT.
006630*
006640*-----------------------------------------------------------*
006650* 2000-REVIEW-AND-REPORT - sessions and actions from the    *
006660* four sources go into the sort, which hands them back by   *
006670* operator and time for printing.                           *
006680*-----------------------------------------------------------*
006690 2000-REVIEW-AND-REPORT.
006700     SORT SORT-FILE
006710         ON ASCENDING KEY SORT-OPER-ID SORT-TS SORT-ORDER
006720         WITH DUPLICATES IN ORDER
006730         INPUT PROCEDURE IS 2020-GATHER-EVENTS
006740             THRU 2020-EXIT
006750         OUTPUT PROCEDURE IS 2040-PRINT-OPERATORS
006760             THRU 2040-EXIT.
006770     IF WS-EXCEPTION-COUNT > 0 THEN
006780         IF RETURN-CODE = 0 THEN
006790             MOVE 4 TO RETURN-CODE
006800         END-IF
006810     END-IF.
006820 2000-EXIT.
006830     EXIT.
006840*
006850 2020-GATHER-EVENTS.
006860     PERFORM 3000-RELEASE-SESSIONS
006870         THRU 3000-EXIT.
006880     PERFORM 3200-SCAN-AUDIT-LOG
006890         THRU 3200-EXIT.
006900     PERFORM 3400-SCAN-MAINT-LOG
006910         THRU 3400-EXIT.
006920     PERFORM 3600-SCAN-PENDING
006930         THRU 3600-EXIT.
006940 2020-EXIT.
006950     EXIT.
006960*
006970*-----------------------------------------------------------*
006980* 2040-PRINT-OPERATORS - one section per operator, starting *
006990* on a new page, closed with the operator's counts.         *
007000*-----------------------------------------------------------*
007010 2040-PRINT-OPERATORS.
007020     PERFORM 2045-RETURN-SORTED
007030         THRU 2045-EXIT.
007040     PERFORM 2100-PRINT-ONE-EVENT
007050         THRU 2100-EXIT
007060         UNTIL WS-SORT-EOF.
007070     IF WS-OPER-OPEN THEN
007080         PERFORM 2300-CLOSE-OPERATOR
007090             THRU 2300-EXIT
007100     END-IF.
007110     GO TO 2040-EXIT.
007120*
007130 2045-RETURN-SORTED.
007140     RETURN SORT-FILE RECORD
007150         AT END
007160             MOVE "Y" TO WS-SORT-EOF-SW
007170             GO TO 2045-EXIT
007180     END-RETURN.
007190     MOVE SORT-EVENT TO WS-EVENT.
007200 2045-EXIT.
007210     EXIT.
007220*
007230 2040-EXIT.
007240     EXIT.
007250*
007260 2100-PRINT-ONE-EVENT.
007270     IF NOT WS-OPER-OPEN
007280             OR WS-EVT-OPER-ID NOT = WS-CURRENT-OPER-ID THEN
007290         IF WS-OPER-OPEN THEN
007300             PERFORM 2300-CLOSE-OPERATOR
007310                 THRU 2300-EXIT
007320         END-IF
007330         PERFORM 2200-OPEN-OPERATOR
007340             THRU 2200-EXIT
007350     END-IF.
007360     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
007370         PERFORM 6000-PRINT-HEADER
007380             THRU 6000-EXIT
007390     END-IF.
007400     MOVE WS-EVT-DATE TO WS-EVL-DATE.
007410     MOVE WS-EVT-TS(9:6) TO WS-EVL-TIME.
007420     MOVE WS-EVT-SOURCE TO WS-EVL-SOURCE.
007430     MOVE WS-EVT-ACTION TO WS-EVL-ACTION.
007440     MOVE WS-EVT-KEY TO WS-EVL-KEY.
007450     MOVE WS-EVT-DETAIL TO WS-EVL-DETAIL.
007460     MOVE SPACES TO WS-EVL-NO-SESSION.
007470     MOVE SPACES TO WS-EVL-HOURS.
007480     MOVE SPACES TO WS-EVL-SHARED.
007490     MOVE SPACES TO WS-EVL-SAME-SUP.
007500     IF WS-EVT-SESSION-START THEN
007510         ADD 1 TO WS-OPC-SESSIONS
007520     END-IF.
007530     IF WS-EVT-ACTIVITY THEN
007540         PERFORM 2150-COUNT-FLAGS
007550             THRU 2150-EXIT
007560     END-IF.
007570     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-EVENT-LINE.
007580     ADD 1 TO WS-RPT-LINE-COUNT.
007590     PERFORM 2045-RETURN-SORTED
007600         THRU 2045-EXIT.
007610 2100-EXIT.
007620     EXIT.
007630*
007640*-----------------------------------------------------------*
007650* 2150-COUNT-FLAGS - mark the line and count each flag      *
007660* against the operator and the type.                        *
007670*-----------------------------------------------------------*
007680 2150-COUNT-FLAGS.
007690     ADD 1 TO WS-OPC-ACTIONS.
007700     ADD 1 TO WS-ACTION-COUNT.
007710     IF WS-EVT-FLAGS = "NNNN" THEN
007720         GO TO 2150-EXIT
007730     END-IF.
007740     ADD 1 TO WS-OPC-FLAGGED.
007750     IF WS-EVT-NO-SESSION THEN
007760         MOVE "NO-SESS" TO WS-EVL-NO-SESSION
007770         MOVE 1 TO WS-TYPE-IX
007780         PERFORM 2160-COUNT-ONE-TYPE
007790             THRU 2160-EXIT
007800     END-IF.
007810     IF WS-EVT-OUT-OF-HOURS THEN
007820         MOVE "HOURS" TO WS-EVL-HOURS
007830         MOVE 2 TO WS-TYPE-IX
007840         PERFORM 2160-COUNT-ONE-TYPE
007850             THRU 2160-EXIT
007860     END-IF.
007870     IF WS-EVT-SHARED THEN
007880         MOVE "SHARED" TO WS-EVL-SHARED
007890         MOVE 3 TO WS-TYPE-IX
007900         PERFORM 2160-COUNT-ONE-TYPE
007910             THRU 2160-EXIT
007920     END-IF.
007930     IF WS-EVT-SAME-SUP THEN
007940         MOVE "SAME-SUP" TO WS-EVL-SAME-SUP
007950         MOVE 4 TO WS-TYPE-IX
007960         PERFORM 2160-COUNT-ONE-TYPE
007970             THRU 2160-EXIT
007980     END-IF.
007990 2150-EXIT.
008000     EXIT.
008010*
008020 2160-COUNT-ONE-TYPE.
008030     ADD 1 TO WS-OPC-TYPE-COUNT(WS-TYPE-IX).
008040     ADD 1 TO WS-TYPE-COUNT(WS-TYPE-IX).
008050     ADD 1 TO WS-EXCEPTION-COUNT.
008060 2160-EXIT.
008070     EXIT.
008080*
008090*-----------------------------------------------------------*
008100* 2200-OPEN-OPERATOR - the operator as the master has them  *
008110* today. Activity nobody could be put to (no session was    *
008120* open) gathers in a section of its own, first.             *
008130*-----------------------------------------------------------*
008140 2200-OPEN-OPERATOR.
008150     MOVE WS-EVT-OPER-ID TO WS-CURRENT-OPER-ID.
008160     MOVE "Y" TO WS-OPER-OPEN-SW.
008170     MOVE "N" TO WS-OPER-BARRED-SW.
008180     INITIALIZE WS-OPER-COUNTS.
008190     MOVE "O" TO WS-SECTION-SW.
008200     MOVE WS-EVT-OPER-ID TO WS-OTL-OPER-ID.
008210     MOVE SPACES TO WS-OTL-ROLE.
008220     IF WS-EVT-OPER-ID = SPACES THEN
008230         MOVE "(NONE)" TO WS-OTL-OPER-ID
008240         MOVE "NOT KNOWN" TO WS-OTL-NAME
008250         MOVE "NO SESSION" TO WS-OTL-STATUS
008260         GO TO 2290-PRINT-TITLE
008270     END-IF.
008280     ADD 1 TO WS-OPERATOR-COUNT.
008290     MOVE WS-EVT-OPER-ID TO OPER-ID.
008300     READ OPERMAST-FILE
008310         INVALID KEY
008320             MOVE SPACES TO WS-OTL-NAME
008330             MOVE "NOT ON MASTER" TO WS-OTL-STATUS
008340             MOVE "Y" TO WS-OPER-BARRED-SW
008350             GO TO 2290-PRINT-TITLE
008360     END-READ.
008370     MOVE OPER-NAME TO WS-OTL-NAME.
008380     IF OPER-IS-SUPERVISOR THEN
008390         MOVE "SUPERVISOR" TO WS-OTL-ROLE
008400     ELSE
008410         MOVE "OPERATOR" TO WS-OTL-ROLE
008420     END-IF.
008430     IF OPER-DISABLED THEN
008440         MOVE "DISABLED" TO WS-OTL-STATUS
008450         MOVE "Y" TO WS-OPER-BARRED-SW
008460     ELSE
008470         MOVE "ACTIVE" TO WS-OTL-STATUS
008480     END-IF.
008490 2290-PRINT-TITLE.
008500     MOVE WS-OTL-NAME TO WS-CURRENT-OPER-NAME.
008510     MOVE WS-RPT-OPERATOR-TITLE TO WS-SEC-TITLE.
008520     PERFORM 6000-PRINT-HEADER
008530         THRU 6000-EXIT.
008540 2200-EXIT.
008550     EXIT.
008560*
008570*-----------------------------------------------------------*
008580* 2300-CLOSE-OPERATOR - the operator's counts; a disabled   *
008590* or unknown operator with anything in the period is an     *
008600* exception in its own right. Any exception puts the        *
008610* operator on the summary page.                             *
008620*-----------------------------------------------------------*
008630 2300-CLOSE-OPERATOR.
008640     MOVE "N" TO WS-OPER-OPEN-SW.
008650     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE - 5 THEN
008660         PERFORM 6000-PRINT-HEADER
008670             THRU 6000-EXIT
008680     END-IF.
008690     MOVE SPACES TO ACTIVITY-REPORT-LINE.
008700     WRITE ACTIVITY-REPORT-LINE.
008710     MOVE "SESSIONS IN PERIOD                : " TO WS-TOT-LABEL.
008720     MOVE WS-OPC-SESSIONS TO WS-TOT-VALUE.
008730     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008740     MOVE "ACTIONS IN PERIOD                 : " TO WS-TOT-LABEL.
008750     MOVE WS-OPC-ACTIONS TO WS-TOT-VALUE.
008760     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008770     MOVE "ACTIONS FLAGGED                   : " TO WS-TOT-LABEL.
008780     MOVE WS-OPC-FLAGGED TO WS-TOT-VALUE.
008790     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008800     ADD 4 TO WS-RPT-LINE-COUNT.
008810     IF WS-OPER-BARRED THEN
008820         IF WS-OTL-STATUS = "DISABLED" THEN
008830             MOVE "OPERATOR IS DISABLED ON THE OPERATOR MASTER"
008840                 TO WS-BRL-TEXT
008850         ELSE
008860             MOVE "OPERATOR IS NOT ON THE OPERATOR MASTER"
008870                 TO WS-BRL-TEXT
008880         END-IF
008890         WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-BARRED-LINE
008900         ADD 1 TO WS-RPT-LINE-COUNT
008910         MOVE 5 TO WS-TYPE-IX
008920         PERFORM 2160-COUNT-ONE-TYPE
008930             THRU 2160-EXIT
008940     END-IF.
008950     IF WS-OPC-TYPE-COUNT(1) > 0 OR WS-OPC-TYPE-COUNT(2) > 0
008960             OR WS-OPC-TYPE-COUNT(3) > 0
008970             OR WS-OPC-TYPE-COUNT(4) > 0
008980             OR WS-OPC-TYPE-COUNT(5) > 0 THEN
008990         PERFORM 2350-NOTE-FOR-SUMMARY
009000             THRU 2350-EXIT
009010     END-IF.
009020 2300-EXIT.
009030     EXIT.
009040*
009050 2350-NOTE-FOR-SUMMARY.
009060     IF WS-OPX-COUNT NOT < 300 THEN
009070         ADD 1 TO WS-OPX-OVERFLOW
009080         GO TO 2350-EXIT
009090     END-IF.
009100     ADD 1 TO WS-OPX-COUNT.
009110     MOVE WS-OTL-OPER-ID TO WS-OPX-OPER-ID(WS-OPX-COUNT).
009120     MOVE WS-CURRENT-OPER-NAME TO WS-OPX-NAME(WS-OPX-COUNT).
009130     MOVE 1 TO WS-TYPE-IX.
009140     PERFORM 2360-COPY-ONE-COUNT
009150         THRU 2360-EXIT
009160         UNTIL WS-TYPE-IX > 5.
009170 2350-EXIT.
009180     EXIT.
009190*
009200 2360-COPY-ONE-COUNT.
009210     MOVE WS-OPC-TYPE-COUNT(WS-TYPE-IX)
009220         TO WS-OPX-TYPE-COUNT(WS-OPX-COUNT, WS-TYPE-IX).
009230     ADD 1 TO WS-TYPE-IX.
009240 2360-EXIT.
009250     EXIT.
009260*
009270*-----------------------------------------------------------*
009280* 3000-RELEASE-SESSIONS - each session that touches the     *
009290* period goes in as its sign-on and its sign-off, so the    *
009300* operator's actions print between them.                    *
009310*-----------------------------------------------------------*
009320 3000-RELEASE-SESSIONS.
009330     MOVE 1 TO WS-SES-IX.
009340     PERFORM 3100-RELEASE-ONE-SESSION
009350         THRU 3100-EXIT
009360         UNTIL WS-SES-IX > WS-SES-COUNT.
009370 3000-EXIT.
009380     EXIT.
009390*
009400 3100-RELEASE-ONE-SESSION.
009410     IF WS-SES-START-DATE(WS-SES-IX) > WS-TO-DATE
009420             OR WS-SES-END-DATE(WS-SES-IX) < WS-FROM-DATE THEN
009430         GO TO 3190-NEXT-SESSION
009440     END-IF.
009450     ADD 1 TO WS-SESSION-PERIOD-COUNT.
009460     MOVE "NNNN" TO WS-EVT-FLAGS.
009470     MOVE WS-SES-OPER-ID(WS-SES-IX) TO WS-EVT-OPER-ID.
009480     MOVE "SIGNLOG" TO WS-EVT-SOURCE.
009490     MOVE SPACES TO WS-EVT-KEY.
009500     MOVE WS-SES-START-TS(WS-SES-IX) TO WS-EVT-TS.
009510     MOVE 1 TO WS-EVT-ORDER.
009520     MOVE "SIGN-ON" TO WS-EVT-ACTION.
009530     MOVE WS-SES-ROLE(WS-SES-IX) TO WS-DTXR-ROLE.
009540     MOVE WS-DTX-ROLE TO WS-EVT-DETAIL.
009550     RELEASE SORT-EVENT FROM WS-EVENT.
009560     MOVE WS-SES-END-TS(WS-SES-IX) TO WS-EVT-TS.
009570     MOVE 3 TO WS-EVT-ORDER.
009580     IF WS-SES-CLOSED(WS-SES-IX) THEN
009590         MOVE "SIGN-OFF" TO WS-EVT-ACTION
009600         MOVE SPACES TO WS-EVT-DETAIL
009610     ELSE
009620         MOVE "NO SIGNOFF" TO WS-EVT-ACTION
009630         MOVE "SESSION TAKEN TO THE END OF ITS DAY"
009640             TO WS-EVT-DETAIL
009650     END-IF.
009660     RELEASE SORT-EVENT FROM WS-EVENT.
009670 3190-NEXT-SESSION.
009680     ADD 1 TO WS-SES-IX.
009690 3100-EXIT.
009700     EXIT.
009710*
009720*-----------------------------------------------------------*
009730* 3200-SCAN-AUDIT-LOG - the audit log carries no operator:  *
009740* an action is put to the session open when it was logged.  *
009750* Kept: account maintenance done at once (requests queued   *
009760* for approval come from the approval file), exception      *
009770* dispositions and the supervisor's manual adjustment. The  *
009780* balance run's exception records are not actions; they     *
009790* note who held each item, whatever its date, so a release  *
009800* by the same supervisor can be found.                      *
009810*-----------------------------------------------------------*
009820 3200-SCAN-AUDIT-LOG.
009830     OPEN INPUT AUDIT-FILE.
009840     PERFORM 3300-CHECK-AUDIT-RECORD
009850         THRU 3300-EXIT
009860         UNTIL WS-AUDIT-EOF.
009870     CLOSE AUDIT-FILE.
009880 3200-EXIT.
009890     EXIT.
009900*
009910 3300-CHECK-AUDIT-RECORD.
009920     READ AUDIT-FILE
009930         AT END
009940             MOVE "Y" TO WS-AUDIT-EOF-SW
009950             GO TO 3300-EXIT
009960     END-READ.
009970     ADD 1 TO WS-AUDIT-READ-COUNT.
009980     MOVE "N" TO WS-KEEP-EVENT-SW.
009990     EVALUATE AUDIT-PROGRAM-ID
010000         WHEN "Solde"
010010             IF AUDIT-REASON(1:5) = "EXCP-"
010020                     OR AUDIT-REASON = "MANUAL-ADJ" THEN
010030                 MOVE "Y" TO WS-KEEP-EVENT-SW
010040             END-IF
010050         WHEN "AcctMnt"
010060             IF AUDIT-REASON(1:5) NOT = "PEND-" THEN
010070                 MOVE "Y" TO WS-KEEP-EVENT-SW
010080             END-IF
010090         WHEN "ExcpRel"
010100             MOVE "Y" TO WS-KEEP-EVENT-SW
010110     END-EVALUATE.
010120     IF NOT WS-KEEP-EVENT THEN
010130         GO TO 3300-EXIT
010140     END-IF.
010150     MOVE SPACES TO WS-FIND-OPER-ID.
010160     MOVE AUDIT-TIMESTAMP TO WS-FIND-TS.
010170     PERFORM 4900-FIND-SESSION
010180         THRU 4900-EXIT.
010190     MOVE SPACES TO WS-EVT-OPER-ID.
010200     IF WS-FOUND-IX > 0 THEN
010210         MOVE WS-SES-OPER-ID(WS-FOUND-IX) TO WS-EVT-OPER-ID
010220     END-IF.
010230     IF AUDIT-REASON(1:5) = "EXCP-" THEN
010240         PERFORM 3310-NOTE-PLACEMENT
010250             THRU 3310-EXIT
010260         GO TO 3300-EXIT
010270     END-IF.
010280     MOVE SPACES TO WS-PLACER-ID.
010290     IF AUDIT-PROGRAM-ID = "ExcpRel" THEN
010300         PERFORM 3320-MATCH-PLACEMENT
010310             THRU 3320-EXIT
010320     END-IF.
010330     MOVE AUDIT-TIMESTAMP TO WS-EVT-TS.
010340     IF WS-EVT-DATE < WS-FROM-DATE
010350             OR WS-EVT-DATE > WS-TO-DATE THEN
010360         GO TO 3300-EXIT
010370     END-IF.
010380     MOVE "NNNN" TO WS-EVT-FLAGS.
010390     IF WS-FOUND-IX = 0 THEN
010400         MOVE "Y" TO WS-EVT-NO-SESSION-SW
010410     END-IF.
010420     IF WS-PLACER-ID NOT = SPACES
010430             AND WS-PLACER-ID = WS-EVT-OPER-ID
010440             AND (AUDIT-REASON = "EXC-RELSE"
010450                 OR AUDIT-REASON = "EXC-CORR") THEN
010460         MOVE "Y" TO WS-EVT-SAME-SUP-SW
010470     END-IF.
010480     MOVE 2 TO WS-EVT-ORDER.
010490     MOVE AUDIT-PROGRAM-ID TO WS-EVT-SOURCE.
010500     MOVE AUDIT-REASON TO WS-EVT-ACTION.
010510     MOVE AUDIT-ACCT-ID TO WS-EVT-KEY.
010520     MOVE AUDIT-AMOUNT-APPLIED TO WS-DTXA-VALUE.
010530     MOVE WS-DTX-AMOUNT TO WS-EVT-DETAIL.
010540     PERFORM 4800-CHECK-HOURS
010550         THRU 4800-EXIT.
010560     RELEASE SORT-EVENT FROM WS-EVENT.
010570 3300-EXIT.
010580     EXIT.
010590*
010600*-----------------------------------------------------------*
010610* 3310-NOTE-PLACEMENT - keep the held item against the      *
010620* operator whose session it was held in, in the first slot  *
010630* already disposed of or a new one.                         *
010640*-----------------------------------------------------------*
010650 3310-NOTE-PLACEMENT.
010660     MOVE 0 TO WS-PLC-FREE-IX.
010670     MOVE 1 TO WS-PLC-IX.
010680     PERFORM 3315-CHECK-FREE-SLOT
010690         THRU 3315-EXIT
010700         UNTIL WS-PLC-FREE-IX > 0 OR WS-PLC-IX > WS-PLC-COUNT.
010710     IF WS-PLC-FREE-IX = 0 THEN
010720         IF WS-PLC-COUNT NOT < 2000 THEN
010730             IF NOT WS-PLC-FULL THEN
010740                 DISPLAY "HELD-ITEM TABLE FULL AT 2000 - LATER "
010750                     "ITEMS NOT MATCHED"
010760                 MOVE "Y" TO WS-PLC-FULL-SW
010770                 MOVE 4 TO RETURN-CODE
010780             END-IF
010790             GO TO 3310-EXIT
010800         END-IF
010810         ADD 1 TO WS-PLC-COUNT
010820         MOVE WS-PLC-COUNT TO WS-PLC-FREE-IX
010830     END-IF.
010840     MOVE AUDIT-ACCT-ID TO WS-PLC-ACCT-ID(WS-PLC-FREE-IX).
010850     MOVE AUDIT-AMOUNT-APPLIED TO WS-PLC-AMOUNT(WS-PLC-FREE-IX).
010860     MOVE AUDIT-TIMESTAMP TO WS-PLC-TS(WS-PLC-FREE-IX).
010870     MOVE WS-EVT-OPER-ID TO WS-PLC-OPER-ID(WS-PLC-FREE-IX).
010880     MOVE "Y" TO WS-PLC-OPEN-SW(WS-PLC-FREE-IX).
010890 3310-EXIT.
010900     EXIT.
010910*
010920 3315-CHECK-FREE-SLOT.
010930     IF NOT WS-PLC-OPEN(WS-PLC-IX) THEN
010940         MOVE WS-PLC-IX TO WS-PLC-FREE-IX
010950     END-IF.
010960     ADD 1 TO WS-PLC-IX.
010970 3315-EXIT.
010980     EXIT.
010990*
011000*-----------------------------------------------------------*
011010* 3320-MATCH-PLACEMENT - a disposition takes the latest     *
011020* open held item on the same account for the same amount;   *
011030* the operator who held it comes back in WS-PLACER-ID. A    *
011040* corrected item is matched on the figures it was released  *
011050* with, so one whose account or amount was corrected may    *
011060* not be found.                                             *
011070*-----------------------------------------------------------*
011080 3320-MATCH-PLACEMENT.
011090     MOVE 0 TO WS-PLC-MATCH-IX.
011100     MOVE 0 TO WS-PLC-MATCH-TS.
011110     MOVE 1 TO WS-PLC-IX.
011120     PERFORM 3325-CHECK-PLACEMENT
011130         THRU 3325-EXIT
011140         UNTIL WS-PLC-IX > WS-PLC-COUNT.
011150     IF WS-PLC-MATCH-IX > 0 THEN
011160         MOVE "N" TO WS-PLC-OPEN-SW(WS-PLC-MATCH-IX)
011170         MOVE WS-PLC-OPER-ID(WS-PLC-MATCH-IX) TO WS-PLACER-ID
011180     END-IF.
011190 3320-EXIT.
011200     EXIT.
011210*
011220 3325-CHECK-PLACEMENT.
011230     IF WS-PLC-OPEN(WS-PLC-IX)
011240             AND WS-PLC-ACCT-ID(WS-PLC-IX) = AUDIT-ACCT-ID
011250             AND WS-PLC-AMOUNT(WS-PLC-IX) = AUDIT-AMOUNT-APPLIED
011260             AND WS-PLC-TS(WS-PLC-IX) NOT > AUDIT-TIMESTAMP
011270             AND WS-PLC-TS(WS-PLC-IX) NOT < WS-PLC-MATCH-TS THEN
011280         MOVE WS-PLC-IX TO WS-PLC-MATCH-IX
011290         MOVE WS-PLC-TS(WS-PLC-IX) TO WS-PLC-MATCH-TS
011300     END-IF.
011310     ADD 1 TO WS-PLC-IX.
011320 3325-EXIT.
011330     EXIT.
011340*
011350*-----------------------------------------------------------*
011360* 3400-SCAN-MAINT-LOG - maintenance names its operator; the *
011370* action must fall inside one of that operator's own        *
011380* sessions. Approval decisions are taken from the approval  *
011390* file instead, with the requester beside them.             *
011400*-----------------------------------------------------------*
011410 3400-SCAN-MAINT-LOG.
011420     OPEN INPUT MAINT-AUDIT-FILE.
011430     PERFORM 3500-CHECK-MAINT-RECORD
011440         THRU 3500-EXIT
011450         UNTIL WS-MAUD-EOF.
011460     CLOSE MAINT-AUDIT-FILE.
011470 3400-EXIT.
011480     EXIT.
011490*
011500 3500-CHECK-MAINT-RECORD.
011510     READ MAINT-AUDIT-FILE
011520         AT END
011530             MOVE "Y" TO WS-MAUD-EOF-SW
011540             GO TO 3500-EXIT
011550     END-READ.
011560     ADD 1 TO WS-MAUD-READ-COUNT.
011570     IF MAUD-PROGRAM-ID = "ApprMnt" THEN
011580         GO TO 3500-EXIT
011590     END-IF.
011600     MOVE MAUD-TIMESTAMP TO WS-EVT-TS.
011610     IF WS-EVT-DATE < WS-FROM-DATE
011620             OR WS-EVT-DATE > WS-TO-DATE THEN
011630         GO TO 3500-EXIT
011640     END-IF.
011650     MOVE MAUD-OPERATOR-ID TO WS-EVT-OPER-ID.
011660     MOVE 2 TO WS-EVT-ORDER.
011670     MOVE MAUD-PROGRAM-ID TO WS-EVT-SOURCE.
011680     MOVE MAUD-ACTION TO WS-EVT-ACTION.
011690     MOVE MAUD-KEY TO WS-EVT-KEY.
011700     MOVE MAUD-FILE-ID TO WS-DTXF-FILE-ID.
011710     MOVE WS-DTX-FILE TO WS-EVT-DETAIL.
011720     PERFORM 4000-FLAG-NAMED-ACTION
011730         THRU 4000-EXIT.
011740 3500-EXIT.
011750     EXIT.
011760*
011770*-----------------------------------------------------------*
011780* 3600-SCAN-PENDING - each request asked for in the period  *
011790* is an action of the requester; each decision taken in the *
011800* period is an action of the supervisor who took it, and an *
011810* approval is checked against the requester's sessions.     *
011820*-----------------------------------------------------------*
011830 3600-SCAN-PENDING.
011840     MOVE 0 TO PEND-REQ-ID.
011850     START PENDING-FILE KEY IS NOT LESS THAN PEND-REQ-ID
011860         INVALID KEY
011870             MOVE "Y" TO WS-PEND-EOF-SW
011880     END-START.
011890     PERFORM 3700-CHECK-ONE-REQUEST
011900         THRU 3700-EXIT
011910         UNTIL WS-PEND-EOF.
011920 3600-EXIT.
011930     EXIT.
011940*
011950 3700-CHECK-ONE-REQUEST.
011960     READ PENDING-FILE NEXT RECORD
011970         AT END
011980             MOVE "Y" TO WS-PEND-EOF-SW
011990             GO TO 3700-EXIT
012000     END-READ.
012010     ADD 1 TO WS-PEND-READ-COUNT.
012020     MOVE PEND-REQ-ID TO WS-EVT-KEY.
012030     MOVE "PENDFILE" TO WS-EVT-SOURCE.
012040     MOVE 2 TO WS-EVT-ORDER.
012050     MOVE PEND-REQUEST-TS TO WS-EVT-TS.
012060     IF WS-EVT-DATE NOT < WS-FROM-DATE
012070             AND WS-EVT-DATE NOT > WS-TO-DATE THEN
012080         MOVE PEND-REQUESTED-BY TO WS-EVT-OPER-ID
012090         MOVE PEND-ACTION TO WS-EVT-ACTION
012100         MOVE PEND-ACCT-ID TO WS-DTXQ-ACCT-ID
012110         MOVE PEND-CUST-NO TO WS-DTXQ-CUST-NO
012120         MOVE WS-DTX-REQUEST TO WS-EVT-DETAIL
012130         PERFORM 4000-FLAG-NAMED-ACTION
012140             THRU 4000-EXIT
012150     END-IF.
012160     IF PEND-PENDING THEN
012170         GO TO 3700-EXIT
012180     END-IF.
012190     MOVE PEND-DECISION-TS TO WS-EVT-TS.
012200     IF WS-EVT-DATE < WS-FROM-DATE
012210             OR WS-EVT-DATE > WS-TO-DATE THEN
012220         GO TO 3700-EXIT
012230     END-IF.
012240     MOVE PEND-DECIDED-BY TO WS-EVT-OPER-ID.
012250     IF PEND-APPROVED THEN
012260         MOVE "APPROVED" TO WS-EVT-ACTION
012270     ELSE
012280         MOVE "VOIDED" TO WS-EVT-ACTION
012290     END-IF.
012300     MOVE PEND-ACTION TO WS-DTXD-ACTION.
012310     MOVE PEND-REQUESTED-BY TO WS-DTXD-OPER-ID.
012320     MOVE WS-DTX-DECISION TO WS-EVT-DETAIL.
012330     PERFORM 4000-FLAG-NAMED-ACTION
012340         THRU 4000-EXIT.
012350 3700-EXIT.
012360     EXIT.
012370*
012380*-----------------------------------------------------------*
012390* 4000-FLAG-NAMED-ACTION - flag an action of a named        *
012400* operator outside that operator's sessions, outside        *
012410* business hours, or approving a request from someone who   *
012420* shared sessions with the approver that day, then release  *
012430* it.                                                       *
012440*-----------------------------------------------------------*
012450 4000-FLAG-NAMED-ACTION.
012460     MOVE "NNNN" TO WS-EVT-FLAGS.
012470     MOVE WS-EVT-OPER-ID TO WS-FIND-OPER-ID.
012480     MOVE WS-EVT-TS TO WS-FIND-TS.
012490     PERFORM 4900-FIND-SESSION
012500         THRU 4900-EXIT.
012510     IF WS-FOUND-IX = 0 THEN
012520         MOVE "Y" TO WS-EVT-NO-SESSION-SW
012530     END-IF.
012540     PERFORM 4800-CHECK-HOURS
012550         THRU 4800-EXIT.
012560     IF WS-EVT-SOURCE = "PENDFILE"
012570             AND WS-EVT-ACTION = "APPROVED" THEN
012580         PERFORM 4700-CHECK-SHARED-SESSION
012590             THRU 4700-EXIT
012600     END-IF.
012610     RELEASE SORT-EVENT FROM WS-EVENT.
012620 4000-EXIT.
012630     EXIT.
012640*
012650*-----------------------------------------------------------*
012660* 4700-CHECK-SHARED-SESSION - an approval is flagged when   *
012670* the approver is the requester, when it was given inside   *
012680* one of the requester's sessions, or when a session of the *
012690* requester's and one of the approver's on the decision     *
012700* day overlap.                                              *
012710*-----------------------------------------------------------*
012720 4700-CHECK-SHARED-SESSION.
012730     IF PEND-DECIDED-BY = PEND-REQUESTED-BY THEN
012740         MOVE "Y" TO WS-EVT-SHARED-SW
012750         GO TO 4700-EXIT
012760     END-IF.
012770     MOVE 1 TO WS-SES-IX.
012780     PERFORM 4710-CHECK-REQUESTER-SESSION
012790         THRU 4710-EXIT
012800         UNTIL WS-EVT-SHARED OR WS-SES-IX > WS-SES-COUNT.
012810 4700-EXIT.
012820     EXIT.
012830*
012840 4710-CHECK-REQUESTER-SESSION.
012850     IF WS-SES-OPER-ID(WS-SES-IX) NOT = PEND-REQUESTED-BY
012860             OR WS-SES-START-DATE(WS-SES-IX) > WS-EVT-DATE
012870             OR WS-SES-END-DATE(WS-SES-IX) < WS-EVT-DATE THEN
012880         GO TO 4790-NEXT-SESSION
012890     END-IF.
012900     IF WS-SES-START-TS(WS-SES-IX) NOT > WS-EVT-TS
012910             AND WS-SES-END-TS(WS-SES-IX) NOT < WS-EVT-TS THEN
012920         MOVE "Y" TO WS-EVT-SHARED-SW
012930         GO TO 4710-EXIT
012940     END-IF.
012950     MOVE 1 TO WS-SES-IX2.
012960     PERFORM 4720-CHECK-APPROVER-SESSION
012970         THRU 4720-EXIT
012980         UNTIL WS-EVT-SHARED OR WS-SES-IX2 > WS-SES-COUNT.
012990 4790-NEXT-SESSION.
013000     ADD 1 TO WS-SES-IX.
013010 4710-EXIT.
013020     EXIT.
013030*
013040 4720-CHECK-APPROVER-SESSION.
013050     IF WS-SES-OPER-ID(WS-SES-IX2) = PEND-DECIDED-BY
013060             AND WS-SES-START-DATE(WS-SES-IX2) NOT > WS-EVT-DATE
013070             AND WS-SES-END-DATE(WS-SES-IX2) NOT < WS-EVT-DATE
013080             AND WS-SES-START-TS(WS-SES-IX2)
013090                 NOT > WS-SES-END-TS(WS-SES-IX)
013100             AND WS-SES-START-TS(WS-SES-IX)
013110                 NOT > WS-SES-END-TS(WS-SES-IX2) THEN
013120         MOVE "Y" TO WS-EVT-SHARED-SW
013130     END-IF.
013140     ADD 1 TO WS-SES-IX2.
013150 4720-EXIT.
013160     EXIT.
013170*
013180*-----------------------------------------------------------*
013190* 4800-CHECK-HOURS - an action before the opening hour, at  *
013200* or after the closing hour, or on a date that is not a     *
013210* business date is outside business hours.                  *
013220*-----------------------------------------------------------*
013230 4800-CHECK-HOURS.
013240     IF WS-EVT-HHMM < WS-HOURS-FROM
013250             OR WS-EVT-HHMM NOT < WS-HOURS-TO THEN
013260         MOVE "Y" TO WS-EVT-HOURS-SW
013270         GO TO 4800-EXIT
013280     END-IF.
013290     MOVE "N" TO WS-FOUND-SW.
013300     MOVE 1 TO WS-BD-IX.
013310     PERFORM 4810-CHECK-BUSINESS-DATE
013320         THRU 4810-EXIT
013330         UNTIL WS-FOUND OR WS-BD-IX > WS-BD-COUNT.
013340     IF NOT WS-FOUND THEN
013350         MOVE "Y" TO WS-EVT-HOURS-SW
013360     END-IF.
013370 4800-EXIT.
013380     EXIT.
013390*
013400 4810-CHECK-BUSINESS-DATE.
013410     IF WS-BD-DATE(WS-BD-IX) = WS-EVT-DATE THEN
013420         MOVE "Y" TO WS-FOUND-SW
013430     ELSE
013440         ADD 1 TO WS-BD-IX
013450     END-IF.
013460 4810-EXIT.
013470     EXIT.
013480*
013490*-----------------------------------------------------------*
013500* 4900-FIND-SESSION - the session open at WS-FIND-TS, for   *
013510* the operator in WS-FIND-OPER-ID or, when that is blank,   *
013520* for anyone; where sessions overlap the latest to start    *
013530* wins. WS-FOUND-IX is zero when none was open.             *
013540*-----------------------------------------------------------*
013550 4900-FIND-SESSION.
013560     MOVE 0 TO WS-FOUND-IX.
013570     MOVE 0 TO WS-FOUND-START-TS.
013580     MOVE 1 TO WS-SES-IX.
013590     PERFORM 4910-CHECK-ONE-SESSION
013600         THRU 4910-EXIT
013610         UNTIL WS-SES-IX > WS-SES-COUNT.
013620 4900-EXIT.
013630     EXIT.
013640*
013650 4910-CHECK-ONE-SESSION.
013660     IF (WS-FIND-OPER-ID = SPACES
013670             OR WS-SES-OPER-ID(WS-SES-IX) = WS-FIND-OPER-ID)
013680             AND WS-SES-START-TS(WS-SES-IX) NOT > WS-FIND-TS
013690             AND WS-SES-END-TS(WS-SES-IX) NOT < WS-FIND-TS
013700             AND WS-SES-START-TS(WS-SES-IX)
013710                 NOT < WS-FOUND-START-TS THEN
013720         MOVE WS-SES-IX TO WS-FOUND-IX
013730         MOVE WS-SES-START-TS(WS-SES-IX) TO WS-FOUND-START-TS
013740     END-IF.
013750     ADD 1 TO WS-SES-IX.
013760 4910-EXIT.
013770     EXIT.
013780*
013790*-----------------------------------------------------------*
013800* 6000-PRINT-HEADER - page heading and the section's title; *
013810* an operator section carries its column headings.          *
013820*-----------------------------------------------------------*
013830 6000-PRINT-HEADER.
013840     ADD 1 TO WS-RPT-PAGE-NO.
013850     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
013860     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-HEADER-1.
013870     MOVE SPACES TO ACTIVITY-REPORT-LINE.
013880     WRITE ACTIVITY-REPORT-LINE.
013890     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-SECTION-LINE.
013900     MOVE SPACES TO ACTIVITY-REPORT-LINE.
013910     WRITE ACTIVITY-REPORT-LINE.
013920     IF WS-OPERATOR-SECTION THEN
013930         WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-EVENT-HEADINGS
013940     END-IF.
013950     MOVE 1 TO WS-RPT-LINE-COUNT.
013960 6000-EXIT.
013970     EXIT.
013980*
013990*-----------------------------------------------------------*
014000* 7000-PRINT-SUMMARY - one page for the audit committee:    *
014010* every exception type with its count, nil counts included, *
014020* the operators with exceptions, what was reviewed, and the *
014030* sign-off line.                                            *
014040*-----------------------------------------------------------*
014050 7000-PRINT-SUMMARY.
014060     MOVE "T" TO WS-SECTION-SW.
014070     MOVE "EXCEPTIONS SUMMARY FOR THE AUDIT COMMITTEE"
014080         TO WS-SEC-TITLE.
014090     PERFORM 6000-PRINT-HEADER
014100         THRU 6000-EXIT.
014110     MOVE 1 TO WS-TYPE-IX.
014120     PERFORM 7100-PRINT-TYPE-COUNT
014130         THRU 7100-EXIT
014140         UNTIL WS-TYPE-IX > 5.
014150     MOVE SPACES TO ACTIVITY-REPORT-LINE.
014160     WRITE ACTIVITY-REPORT-LINE.
014170     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-OPX-HEADINGS.
014180     MOVE 1 TO WS-OPX-IX.
014190     PERFORM 7200-PRINT-OPERATOR-COUNTS
014200         THRU 7200-EXIT
014210         UNTIL WS-OPX-IX > WS-OPX-COUNT
014220             OR WS-OPX-IX > WS-OPX-PRINT-MAX.
014230     IF WS-OPX-COUNT > WS-OPX-PRINT-MAX THEN
014240         COMPUTE WS-OPX-OVERFLOW = WS-OPX-OVERFLOW
014250             + WS-OPX-COUNT - WS-OPX-PRINT-MAX
014260     END-IF.
014270     IF WS-OPX-OVERFLOW > 0 THEN
014280         MOVE "MORE OPERATORS - SEE SECTIONS     : "
014290             TO WS-TOT-LABEL
014300         MOVE WS-OPX-OVERFLOW TO WS-TOT-VALUE
014310         WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE
014320     END-IF.
014330     MOVE SPACES TO ACTIVITY-REPORT-LINE.
014340     WRITE ACTIVITY-REPORT-LINE.
014350     MOVE "SESSIONS IN PERIOD                : " TO WS-TOT-LABEL.
014360     MOVE WS-SESSION-PERIOD-COUNT TO WS-TOT-VALUE.
014370     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014380     MOVE "OPERATORS WITH ACTIVITY           : " TO WS-TOT-LABEL.
014390     MOVE WS-OPERATOR-COUNT TO WS-TOT-VALUE.
014400     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014410     MOVE "ACTIONS REVIEWED                  : " TO WS-TOT-LABEL.
014420     MOVE WS-ACTION-COUNT TO WS-TOT-VALUE.
014430     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014440     MOVE "SIGN-ON LOG RECORDS READ          : " TO WS-TOT-LABEL.
014450     MOVE WS-SIGN-READ-COUNT TO WS-TOT-VALUE.
014460     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014470     MOVE "AUDIT LOG RECORDS READ            : " TO WS-TOT-LABEL.
014480     MOVE WS-AUDIT-READ-COUNT TO WS-TOT-VALUE.
014490     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014500     MOVE "MAINTENANCE LOG RECORDS READ      : " TO WS-TOT-LABEL.
014510     MOVE WS-MAUD-READ-COUNT TO WS-TOT-VALUE.
014520     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014530     MOVE "APPROVAL REQUESTS READ            : " TO WS-TOT-LABEL.
014540     MOVE WS-PEND-READ-COUNT TO WS-TOT-VALUE.
014550     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014560     MOVE SPACES TO ACTIVITY-REPORT-LINE.
014570     WRITE ACTIVITY-REPORT-LINE.
014580     MOVE "TOTAL EXCEPTIONS                  : " TO WS-TOT-LABEL.
014590     MOVE WS-EXCEPTION-COUNT TO WS-TOT-VALUE.
014600     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
014610     MOVE SPACES TO ACTIVITY-REPORT-LINE.
014620     WRITE ACTIVITY-REPORT-LINE.
014630     WRITE ACTIVITY-REPORT-LINE.
014640     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-SIGNOFF-LINE.
014650     DISPLAY "ACTIONS REVIEWED : " WS-ACTION-COUNT.
014660     DISPLAY "EXCEPTIONS       : " WS-EXCEPTION-COUNT.
014670 7000-EXIT.
014680     EXIT.
014690*
014700 7100-PRINT-TYPE-COUNT.
014710     MOVE WS-TYPE-TITLE(WS-TYPE-IX) TO WS-SML-TITLE.
014720     MOVE WS-TYPE-COUNT(WS-TYPE-IX) TO WS-SML-COUNT.
014730     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-SUMMARY-LINE.
014740     ADD 1 TO WS-TYPE-IX.
014750 7100-EXIT.
014760     EXIT.
014770*
014780 7200-PRINT-OPERATOR-COUNTS.
014790     MOVE WS-OPX-OPER-ID(WS-OPX-IX) TO WS-OXL-OPER-ID.
014800     MOVE WS-OPX-NAME(WS-OPX-IX) TO WS-OXL-NAME.
014810     MOVE 1 TO WS-TYPE-IX.
014820     PERFORM 7210-EDIT-ONE-COUNT
014830         THRU 7210-EXIT
014840         UNTIL WS-TYPE-IX > 5.
014850     WRITE ACTIVITY-REPORT-LINE FROM WS-RPT-OPX-LINE.
014860     ADD 1 TO WS-OPX-IX.
014870 7200-EXIT.
014880     EXIT.
014890*
014900 7210-EDIT-ONE-COUNT.
014910     MOVE WS-OPX-TYPE-COUNT(WS-OPX-IX, WS-TYPE-IX)
014920         TO WS-OXL-COUNT(WS-TYPE-IX).
014930     ADD 1 TO WS-TYPE-IX.
014940 7210-EXIT.
014950     EXIT.
014960*
014970*-----------------------------------------------------------*
014980* 8000-FINALIZE - close whatever this run opened.           *
014990*-----------------------------------------------------------*
015000 8000-FINALIZE.
015010     IF WS-FILES-OPEN THEN
015020         CLOSE PENDING-FILE
015030         CLOSE OPERMAST-FILE
015040         CLOSE ACTIVITY-REPORT
015050     END-IF.
015060 8000-EXIT.
015070     EXIT.
