000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ClrLoad.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New inbound clearing loader, run ahead   *
000080*                  of the edit in the nightly chain. Checks *
000090*                  the clearing file's own controls - one   *
000100*                  header first, one trailer last, item     *
000110*                  count and amount total, settlement date, *
000120*                  addressee - and rejects the whole file   *
000130*                  when any fails. Each item's beneficiary  *
000140*                  is matched to the account and customer   *
000150*                  masters: matched items go out as credits *
000160*                  in a transaction batch of their own for  *
000170*                  the edit; items for an unknown, closed   *
000180*                  or frozen account, no customer, a zero   *
000190*                  amount or the wrong currency go back to  *
000200*                  the paying bank on a returns file in the *
000210*                  clearing format with the network's       *
000220*                  reason code. The load report reconciles  *
000230*                  received to loaded plus returned.        *
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
000350     SELECT OPTIONAL CLRIN-FILE ASSIGN TO CLRIN
000360         ORGANIZATION IS SEQUENTIAL.
000370*
000380     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS ACCT-ID
000420         FILE STATUS IS WS-ACCTMAST-STATUS.
000430*
000440     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CUST-NO
000480         FILE STATUS IS WS-CUSTMAST-STATUS.
000490*
000500     SELECT CLRGEN-FILE ASSIGN TO CLRGEN
000510         ORGANIZATION IS SEQUENTIAL.
000520*
000530     SELECT RETURN-FILE ASSIGN TO CLRRET
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000560     SELECT LOAD-REPORT ASSIGN TO LOADRPT
000570         ORGANIZATION IS SEQUENTIAL.
000580*
000590     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
000600         ORGANIZATION IS SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CARD-FILE.
000650 01  PARM-CARD.
000660     05  CARD-PARTICIPANT            PIC X(08).
000670     05  CARD-BASE-CURRENCY          PIC X(03).
000680     05  FILLER                      PIC X(69).
000690*
000700 FD  CAL-FILE.
000710     COPY CALREC.
000720*
000730 FD  CLRIN-FILE.
000740     COPY CLRREC.
000750*
000760 FD  ACCTMAST-FILE.
000770     COPY ACCTREC.
000780*
000790 FD  CUSTMAST-FILE.
000800     COPY CUSTREC.
000810*
000820 FD  CLRGEN-FILE.
000830     COPY TRANREC.
000840*
000850 FD  RETURN-FILE.
000860 01  RETURN-RECORD                   PIC X(120).
000870*
000880 FD  LOAD-REPORT.
000890 01  LOAD-REPORT-LINE                PIC X(132).
000900*
000910 FD  RUNLOG-FILE.
000920     COPY RUNLOG.
000930*
000940 WORKING-STORAGE SECTION.
000950 01  WS-SWITCHES.
000960     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000970         88  WS-CAL-EOF                  VALUE "Y".
000980     05  WS-CLR-EOF-SW               PIC X(01) VALUE "N".
000990         88  WS-CLR-EOF                  VALUE "Y".
001000     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
001010         88  WS-PROC-DATE-FOUND          VALUE "Y".
001020     05  WS-CAL-OK-SW                PIC X(01) VALUE "Y".
001030         88  WS-CAL-OK                   VALUE "Y".
001040     05  WS-FILE-OK-SW               PIC X(01) VALUE "Y".
001050         88  WS-FILE-OK                  VALUE "Y".
001060     05  WS-FILE-RECEIVED-SW         PIC X(01) VALUE "N".
001070         88  WS-FILE-RECEIVED            VALUE "Y".
001080     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001090         88  WS-FILES-OPEN               VALUE "Y".
001100     05  WS-SECTION-SW               PIC X(01) VALUE "I".
001110         88  WS-ITEM-SECTION             VALUE "I".
001120         88  WS-TOTALS-SECTION           VALUE "T".
001130*
001140 01  WS-ACCTMAST-STATUS              PIC X(02).
001150 01  WS-CUSTMAST-STATUS              PIC X(02).
001160*
001170 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
001180 01  WS-RUN-DATE                     PIC 9(08).
001190*
001200*-----------------------------------------------------------*
001210* Who we are on the network, and the ISO code it uses for   *
001220* the base currency, which the account master leaves blank. *
001230* No participant on the card and the addressee is not       *
001240* checked.                                                  *
001250*-----------------------------------------------------------*
001260 01  WS-PARTICIPANT                  PIC X(08) VALUE SPACES.
001270 01  WS-BASE-CURRENCY                PIC X(03) VALUE "EUR".
001280*
001290 01  WS-TIMESTAMP-WORK.
001300     05  WS-TS-DATE                  PIC 9(08).
001310     05  WS-TS-TIME                  PIC 9(08).
001320*
001330 01  WS-NOW-TS                       PIC 9(14).
001340 01  WS-RUN-START-TS                 PIC 9(14).
001350*
001360*-----------------------------------------------------------*
001370* File-level controls, gathered by the pre-scan before a    *
001380* single item loads: the header's details, what the file    *
001390* actually holds, and what its trailer says it holds.       *
001400*-----------------------------------------------------------*
001410 01  WS-FILE-CONTROLS.
001420     05  WS-FILE-ID                  PIC X(08) VALUE SPACES.
001430     05  WS-FILE-SETTLE-DATE         PIC 9(08) VALUE 0.
001440     05  WS-FILE-SENDER              PIC X(08) VALUE SPACES.
001450     05  WS-FILE-RECEIVER            PIC X(08) VALUE SPACES.
001460     05  WS-FILE-DIRECTION           PIC X(01) VALUE SPACES.
001470     05  WS-PS-RECORD-COUNT          PIC 9(07) VALUE 0.
001480     05  WS-PS-HEADER-COUNT          PIC 9(03) VALUE 0.
001490     05  WS-PS-TRAILER-COUNT         PIC 9(03) VALUE 0.
001500     05  WS-PS-ITEM-COUNT            PIC 9(06) VALUE 0.
001510     05  WS-PS-AMOUNT-TOTAL          PIC 9(12) VALUE 0.
001520     05  WS-TRL-ITEM-COUNT           PIC 9(06) VALUE 0.
001530     05  WS-TRL-AMOUNT-TOTAL         PIC 9(12) VALUE 0.
001540*
001550 01  WS-FILE-REJECT-TEXT             PIC X(60) VALUE SPACES.
001560 01  WS-FAIL-TEXT                    PIC X(60).
001570*
001580 01  WS-LOAD-COUNTERS.
001590     05  WS-RECEIVED-COUNT           PIC 9(06) VALUE 0.
001600     05  WS-RECEIVED-AMOUNT          PIC 9(12) VALUE 0.
001610     05  WS-LOADED-COUNT             PIC 9(06) VALUE 0.
001620     05  WS-LOADED-AMOUNT            PIC 9(12) VALUE 0.
001630     05  WS-RETURNED-COUNT           PIC 9(06) VALUE 0.
001640     05  WS-RETURNED-AMOUNT          PIC 9(12) VALUE 0.
001650     05  WS-ACCOUNTED-COUNT          PIC 9(06) VALUE 0.
001660     05  WS-ACCOUNTED-AMOUNT         PIC 9(12) VALUE 0.
001670*
001680 01  WS-BATCH-CONTROLS.
001690     05  WS-GEN-CREDIT-HASH          PIC 9(10) VALUE 0.
001700*
001710*-----------------------------------------------------------*
001720* The network's standard return reasons this loader uses,   *
001730* with what each is counted and totalled as on the report.  *
001740*-----------------------------------------------------------*
001750 01  WS-REASON-TABLE-DATA.
001760     05  FILLER                      PIC X(30) VALUE
001770         "AC01ACCOUNT UNKNOWN".
001780     05  FILLER                      PIC X(30) VALUE
001790         "AC04ACCOUNT CLOSED".
001800     05  FILLER                      PIC X(30) VALUE
001810         "AC06ACCOUNT FROZEN".
001820     05  FILLER                      PIC X(30) VALUE
001830         "AM01ZERO AMOUNT".
001840     05  FILLER                      PIC X(30) VALUE
001850         "AM03CURRENCY NOT THE ACCOUNT'S".
001860     05  FILLER                      PIC X(30) VALUE
001870         "BE01NO CUSTOMER ON FILE".
001880 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
001890     05  WS-RSN-ENTRY                OCCURS 6 TIMES.
001900         10  WS-RSN-CODE             PIC X(04).
001910         10  WS-RSN-TEXT             PIC X(26).
001920*
001930 01  WS-REASON-TOTALS.
001940     05  WS-RSN-TOTAL                OCCURS 6 TIMES.
001950         10  WS-RSN-COUNT            PIC 9(06).
001960         10  WS-RSN-AMOUNT           PIC 9(12).
001970*
001980 77  WS-RSN-AC01                     PIC 9(02) COMP VALUE 1.
001990 77  WS-RSN-AC04                     PIC 9(02) COMP VALUE 2.
002000 77  WS-RSN-AC06                     PIC 9(02) COMP VALUE 3.
002010 77  WS-RSN-AM01                     PIC 9(02) COMP VALUE 4.
002020 77  WS-RSN-AM03                     PIC 9(02) COMP VALUE 5.
002030 77  WS-RSN-BE01                     PIC 9(02) COMP VALUE 6.
002040 77  WS-RSN-IX                       PIC 9(02) COMP.
002050*
002060 01  WS-CUST-NAME-WORK               PIC X(25).
002070*
002080 01  WS-RPT-COUNTERS.
002090     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE 99.
002100     05  WS-RPT-PAGE-NO              PIC 9(03) VALUE 0.
002110     05  WS-RPT-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002120*
002130 01  WS-RPT-HEADER-1.
002140     05  FILLER                      PIC X(30) VALUE
002150         "CLEARING FILE LOAD REPORT".
002160     05  FILLER                      PIC X(17) VALUE
002170         "PROCESSING DATE: ".
002180     05  WS-HDR-PROC-DATE            PIC 9(08).
002190     05  FILLER                      PIC X(12) VALUE
002200         "  RUN DATE: ".
002210     05  WS-HDR-RUN-DATE             PIC 9(08).
002220     05  FILLER                      PIC X(09) VALUE "  PAGE : ".
002230     05  WS-HDR-PAGE                 PIC ZZ9.
002240*
002250 01  WS-RPT-HEADER-2.
002260     05  FILLER                      PIC X(09) VALUE "FILE ID: ".
002270     05  WS-HDR-FILE-ID              PIC X(08).
002280     05  FILLER                      PIC X(11) VALUE "  SENDER: ".
002290     05  WS-HDR-SENDER               PIC X(08).
002300     05  FILLER                      PIC X(15) VALUE
002310         "  SETTLEMENT: ".
002320     05  WS-HDR-SETTLE-DATE          PIC 9(08).
002330*
002340 01  WS-RPT-COLUMN-HEADINGS.
002350     05  FILLER                      PIC X(58) VALUE
002360         "ITEM REF  BENEFICIARY   PAYER BANK NAME ON ITEM".
002370     05  FILLER                      PIC X(62) VALUE
002380         "CUSTOMER ON FILE              AMOUNT  CCY  RESULT".
002390*
002400 01  WS-RPT-DETAIL-LINE.
002410     05  WS-DTL-REF                  PIC X(08).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  WS-DTL-ACCT                 PIC X(12).
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  WS-DTL-PAYER-BANK           PIC X(08).
002460     05  FILLER                      PIC X(03) VALUE SPACES.
002470     05  WS-DTL-BENEF-NAME           PIC X(20).
002480     05  FILLER                      PIC X(03) VALUE SPACES.
002490     05  WS-DTL-CUST-NAME            PIC X(25).
002500     05  FILLER                      PIC X(01) VALUE SPACES.
002510     05  WS-DTL-AMOUNT               PIC ZZ,ZZZ,ZZ9.
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  WS-DTL-CURRENCY             PIC X(03).
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  WS-DTL-RESULT               PIC X(31).
002560*
002570 01  WS-RPT-RESULT-RETURNED.
002580     05  WS-RES-CODE                 PIC X(04).
002590     05  FILLER                      PIC X(01) VALUE SPACES.
002600     05  WS-RES-TEXT                 PIC X(26).
002610*
002620 01  WS-RPT-TEXT-LINE.
002630     05  WS-TXT-LINE                 PIC X(100).
002640*
002650 01  WS-RPT-TOTAL-LINE.
002660     05  WS-TOT-LABEL                PIC X(36).
002670     05  WS-TOT-COUNT                PIC ZZZ,ZZ9.
002680     05  FILLER                      PIC X(04) VALUE SPACES.
002690     05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
002700*
002710 01  WS-RPT-REASON-LABEL.
002720     05  FILLER                      PIC X(04) VALUE SPACES.
002730     05  WS-RSL-CODE                 PIC X(04).
002740     05  FILLER                      PIC X(01) VALUE SPACES.
002750     05  WS-RSL-TEXT                 PIC X(26).
002760     05  FILLER                      PIC X(01) VALUE ":".
002770*
002780 PROCEDURE DIVISION.
002790*
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE
002820         THRU 1000-EXIT.
002830     IF WS-CAL-OK THEN
002840         PERFORM 1500-PRESCAN-FILE
002850             THRU 1500-EXIT
002860         IF WS-FILE-RECEIVED AND WS-FILE-OK THEN
002870             PERFORM 2000-LOAD-FILE
002880                 THRU 2000-EXIT
002890         END-IF
002900         PERFORM 7000-PRINT-RECONCILIATION
002910             THRU 7000-EXIT
002920     END-IF.
002930     PERFORM 8000-FINALIZE
002940         THRU 8000-EXIT.
002950     STOP RUN.
002960*
002970*-----------------------------------------------------------*
002980* 1000-INITIALIZE - the network card, then the processing   *
002990* date off the calendar; no date, nothing loads. Every      *
003000* output is opened even when nothing will be written to     *
003010* it, so the edit and the transmission always find a file.  *
003020*-----------------------------------------------------------*
003030 1000-INITIALIZE.
003040     PERFORM 7100-GET-TIMESTAMP
003050         THRU 7100-EXIT.
003060     MOVE WS-NOW-TS TO WS-RUN-START-TS.
003070     PERFORM 1050-READ-NETWORK-CARD
003080         THRU 1050-EXIT.
003090     PERFORM 1100-LOAD-CALENDAR
003100         THRU 1100-EXIT.
003110     IF NOT WS-CAL-OK THEN
003120         GO TO 1000-EXIT
003130     END-IF.
003140     INITIALIZE WS-REASON-TOTALS.
003150     OPEN INPUT ACCTMAST-FILE.
003160     OPEN INPUT CUSTMAST-FILE.
003170     OPEN OUTPUT CLRGEN-FILE.
003180     OPEN OUTPUT RETURN-FILE.
003190     OPEN OUTPUT LOAD-REPORT.
003200     MOVE "Y" TO WS-FILES-OPEN-SW.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003220     MOVE WS-PROC-DATE TO WS-HDR-PROC-DATE.
003230     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
003240 1000-EXIT.
003250     EXIT.
003260*
003270*-----------------------------------------------------------*
003280* 1050-READ-NETWORK-CARD - our participant id on the        *
003290* network (cols 1-8) and the ISO code of the base currency  *
003300* (cols 9-11). A blank base code keeps EUR.                 *
003310*-----------------------------------------------------------*
003320 1050-READ-NETWORK-CARD.
003330     OPEN INPUT CARD-FILE.
003340     READ CARD-FILE
003350         AT END
003360             DISPLAY "NO NETWORK CARD - ADDRESSEE NOT CHECKED, "
003370                 "BASE CURRENCY " WS-BASE-CURRENCY
003380             CLOSE CARD-FILE
003390             GO TO 1050-EXIT
003400     END-READ.
003410     MOVE CARD-PARTICIPANT TO WS-PARTICIPANT.
003420     IF CARD-BASE-CURRENCY NOT = SPACES THEN
003430         MOVE CARD-BASE-CURRENCY TO WS-BASE-CURRENCY
003440     END-IF.
003450     IF WS-PARTICIPANT = SPACES THEN
003460         DISPLAY "NO PARTICIPANT ON CARD - ADDRESSEE NOT CHECKED"
003470     END-IF.
003480     CLOSE CARD-FILE.
003490 1050-EXIT.
003500     EXIT.
003510*
003520 1100-LOAD-CALENDAR.
003530     OPEN INPUT CAL-FILE.
003540     PERFORM 1110-READ-CAL-RECORD
003550         THRU 1110-EXIT
003560         UNTIL WS-CAL-EOF.
003570     CLOSE CAL-FILE.
003580     IF NOT WS-PROC-DATE-FOUND THEN
003590         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
003600             "RUN REJECTED ***"
003610         MOVE "N" TO WS-CAL-OK-SW
003620         MOVE 16 TO RETURN-CODE
003630     END-IF.
003640 1100-EXIT.
003650     EXIT.
003660*
003670 1110-READ-CAL-RECORD.
003680     READ CAL-FILE
003690         AT END
003700             MOVE "Y" TO WS-CAL-EOF-SW
003710             GO TO 1110-EXIT
003720     END-READ.
003730     IF CAL-PROCESSING-DATE THEN
003740         MOVE CAL-DATE TO WS-PROC-DATE
003750         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
003760     END-IF.
003770 1110-EXIT.
003780     EXIT.
003790*
003800*-----------------------------------------------------------*
003810* 1500-PRESCAN-FILE - first pass over the clearing file,    *
003820* loading nothing: it must hold one header as its first     *
003830* record and one trailer as its last, items that carry a    *
003840* reference and a numeric amount, a count and total that    *
003850* agree with the trailer, tonight's settlement date, and    *
003860* be addressed to us. An empty file is a night with no      *
003870* clearing. Any failure rejects the file whole - nothing    *
003880* loads and nothing is returned item by item; the network   *
003890* is asked to send it again.                                *
003900*-----------------------------------------------------------*
003910 1500-PRESCAN-FILE.
003920     OPEN INPUT CLRIN-FILE.
003930     MOVE "N" TO WS-CLR-EOF-SW.
003940     PERFORM 1510-PRESCAN-RECORD
003950         THRU 1510-EXIT
003960         UNTIL WS-CLR-EOF.
003970     CLOSE CLRIN-FILE.
003980     IF WS-PS-RECORD-COUNT = 0 THEN
003990         DISPLAY "NO CLEARING FILE RECEIVED"
004000         GO TO 1500-EXIT
004010     END-IF.
004020     MOVE "Y" TO WS-FILE-RECEIVED-SW.
004030     IF WS-PS-HEADER-COUNT NOT = 1 THEN
004040         MOVE "FILE DOES NOT HAVE EXACTLY ONE HEADER"
004050             TO WS-FAIL-TEXT
004060         PERFORM 1590-FAIL-FILE
004070             THRU 1590-EXIT
004080     END-IF.
004090     IF WS-PS-TRAILER-COUNT NOT = 1 THEN
004100         MOVE "FILE DOES NOT HAVE EXACTLY ONE TRAILER"
004110             TO WS-FAIL-TEXT
004120         PERFORM 1590-FAIL-FILE
004130             THRU 1590-EXIT
004140     END-IF.
004150     IF WS-FILE-DIRECTION NOT = "I" THEN
004160         MOVE "NOT AN INBOUND FILE" TO WS-FAIL-TEXT
004170         PERFORM 1590-FAIL-FILE
004180             THRU 1590-EXIT
004190     END-IF.
004200     IF WS-FILE-SETTLE-DATE NOT = WS-PROC-DATE THEN
004210         MOVE "SETTLEMENT DATE IS NOT THE PROCESSING DATE"
004220             TO WS-FAIL-TEXT
004230         PERFORM 1590-FAIL-FILE
004240             THRU 1590-EXIT
004250     END-IF.
004260     IF WS-PARTICIPANT NOT = SPACES
004270             AND WS-FILE-RECEIVER NOT = WS-PARTICIPANT THEN
004280         MOVE "FILE IS ADDRESSED TO ANOTHER PARTICIPANT"
004290             TO WS-FAIL-TEXT
004300         PERFORM 1590-FAIL-FILE
004310             THRU 1590-EXIT
004320     END-IF.
004330     IF WS-TRL-ITEM-COUNT NOT = WS-PS-ITEM-COUNT THEN
004340         MOVE "ITEM COUNT DOES NOT AGREE WITH THE TRAILER"
004350             TO WS-FAIL-TEXT
004360         PERFORM 1590-FAIL-FILE
004370             THRU 1590-EXIT
004380     END-IF.
004390     IF WS-TRL-AMOUNT-TOTAL NOT = WS-PS-AMOUNT-TOTAL THEN
004400         MOVE "AMOUNT TOTAL DOES NOT AGREE WITH THE TRAILER"
004410             TO WS-FAIL-TEXT
004420         PERFORM 1590-FAIL-FILE
004430             THRU 1590-EXIT
004440     END-IF.
004450     IF NOT WS-FILE-OK THEN
004460         DISPLAY "*** CLEARING FILE " WS-FILE-ID " REJECTED - "
004470             WS-FILE-REJECT-TEXT
004480         MOVE 8 TO RETURN-CODE
004490     END-IF.
004500 1500-EXIT.
004510     EXIT.
004520*
004530 1510-PRESCAN-RECORD.
004540     READ CLRIN-FILE
004550         AT END
004560             MOVE "Y" TO WS-CLR-EOF-SW
004570             GO TO 1510-EXIT
004580     END-READ.
004590     ADD 1 TO WS-PS-RECORD-COUNT.
004600     IF WS-PS-TRAILER-COUNT > 0 THEN
004610         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-FAIL-TEXT
004620         PERFORM 1590-FAIL-FILE
004630             THRU 1590-EXIT
004640     END-IF.
004650     EVALUATE TRUE
004660         WHEN CLR-REC-HEADER
004670             ADD 1 TO WS-PS-HEADER-COUNT
004680             IF WS-PS-RECORD-COUNT NOT = 1 THEN
004690                 MOVE "HEADER IS NOT THE FIRST RECORD"
004700                     TO WS-FAIL-TEXT
004710                 PERFORM 1590-FAIL-FILE
004720                     THRU 1590-EXIT
004730             ELSE
004740                 MOVE CLRH-FILE-ID TO WS-FILE-ID
004750                 MOVE CLRH-SETTLE-DATE TO WS-FILE-SETTLE-DATE
004760                 MOVE CLRH-SENDER TO WS-FILE-SENDER
004770                 MOVE CLRH-RECEIVER TO WS-FILE-RECEIVER
004780                 MOVE CLRH-DIRECTION TO WS-FILE-DIRECTION
004790             END-IF
004800         WHEN CLR-REC-ITEM
004810             PERFORM 1520-PRESCAN-ITEM
004820                 THRU 1520-EXIT
004830         WHEN CLR-REC-TRAILER
004840             ADD 1 TO WS-PS-TRAILER-COUNT
004850             IF CLRT-ITEM-COUNT IS NUMERIC
004860                     AND CLRT-AMOUNT-TOTAL IS NUMERIC THEN
004870                 MOVE CLRT-ITEM-COUNT TO WS-TRL-ITEM-COUNT
004880                 MOVE CLRT-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL
004890             ELSE
004900                 MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-FAIL-TEXT
004910                 PERFORM 1590-FAIL-FILE
004920                     THRU 1590-EXIT
004930             END-IF
004940         WHEN OTHER
004950             MOVE "UNKNOWN RECORD TYPE ON FILE" TO WS-FAIL-TEXT
004960             PERFORM 1590-FAIL-FILE
004970                 THRU 1590-EXIT
004980     END-EVALUATE.
004990 1510-EXIT.
005000     EXIT.
005010*
005020 1520-PRESCAN-ITEM.
005030     IF WS-PS-HEADER-COUNT = 0 THEN
005040         MOVE "ITEM BEFORE THE HEADER" TO WS-FAIL-TEXT
005050         PERFORM 1590-FAIL-FILE
005060             THRU 1590-EXIT
005070     END-IF.
005080     IF CLR-ITEM-REF = SPACES THEN
005090         MOVE "ITEM WITHOUT A REFERENCE" TO WS-FAIL-TEXT
005100         PERFORM 1590-FAIL-FILE
005110             THRU 1590-EXIT
005120     END-IF.
005130     IF CLR-AMOUNT IS NOT NUMERIC THEN
005140         MOVE "ITEM AMOUNT NOT NUMERIC" TO WS-FAIL-TEXT
005150         PERFORM 1590-FAIL-FILE
005160             THRU 1590-EXIT
005170         GO TO 1520-EXIT
005180     END-IF.
005190     ADD 1 TO WS-PS-ITEM-COUNT.
005200     ADD CLR-AMOUNT TO WS-PS-AMOUNT-TOTAL.
005210 1520-EXIT.
005220     EXIT.
005230*
005240*-----------------------------------------------------------*
005250* 1590-FAIL-FILE - the file is rejected; the first failure  *
005260* found is the one reported.                                *
005270*-----------------------------------------------------------*
005280 1590-FAIL-FILE.
005290     IF WS-FILE-OK THEN
005300         MOVE WS-FAIL-TEXT TO WS-FILE-REJECT-TEXT
005310     END-IF.
005320     MOVE "N" TO WS-FILE-OK-SW.
005330 1590-EXIT.
005340     EXIT.
005350*
005360*-----------------------------------------------------------*
005370* 2000-LOAD-FILE - second pass over a file that passed its  *
005380* controls, one record at a time: the header opens the      *
005390* transaction batch and the returns file, each item is      *
005400* loaded or returned, and the trailer closes both.          *
005410*-----------------------------------------------------------*
005420 2000-LOAD-FILE.
005430     OPEN INPUT CLRIN-FILE.
005440     MOVE "N" TO WS-CLR-EOF-SW.
005450     PERFORM 2100-LOAD-RECORD
005460         THRU 2100-EXIT
005470         UNTIL WS-CLR-EOF.
005480     CLOSE CLRIN-FILE.
005490     IF WS-RETURNED-COUNT > 0 THEN
005500         IF RETURN-CODE < 4 THEN
005510             MOVE 4 TO RETURN-CODE
005520         END-IF
005530     END-IF.
005540 2000-EXIT.
005550     EXIT.
005560*
005570 2100-LOAD-RECORD.
005580     READ CLRIN-FILE
005590         AT END
005600             MOVE "Y" TO WS-CLR-EOF-SW
005610             GO TO 2100-EXIT
005620     END-READ.
005630     EVALUATE TRUE
005640         WHEN CLR-REC-HEADER
005650             PERFORM 2200-WRITE-HEADERS
005660                 THRU 2200-EXIT
005670         WHEN CLR-REC-ITEM
005680             PERFORM 2300-LOAD-ONE-ITEM
005690                 THRU 2300-EXIT
005700         WHEN CLR-REC-TRAILER
005710             PERFORM 2600-WRITE-TRAILERS
005720                 THRU 2600-EXIT
005730     END-EVALUATE.
005740 2100-EXIT.
005750     EXIT.
005760*
005770*-----------------------------------------------------------*
005780* 2200-WRITE-HEADERS - the loaded items are a batch of their*
005790* own under the clearing branch, its batch id the network's *
005800* file id, so a file sent twice is caught as a resubmission *
005810* by the edit. The returns file answers the inbound file    *
005820* under the same id, sender and addressee swapped.          *
005830*-----------------------------------------------------------*
005840 2200-WRITE-HEADERS.
005850     MOVE SPACES TO TRAN-BATCH-HEADER.
005860     MOVE "H" TO TBH-REC-TYPE.
005870     MOVE WS-FILE-ID TO TBH-BATCH-ID.
005880     MOVE WS-PROC-DATE TO TBH-CREATION-DATE.
005890     MOVE "CLRG" TO TBH-BRANCH-ID.
005900     WRITE TRAN-BATCH-HEADER.
005910     MOVE WS-FILE-RECEIVER TO CLRH-SENDER.
005920     MOVE WS-FILE-SENDER TO CLRH-RECEIVER.
005930     MOVE WS-PROC-DATE TO CLRH-SETTLE-DATE.
005940     MOVE "R" TO CLRH-DIRECTION.
005950     WRITE RETURN-RECORD FROM CLR-FILE-HEADER.
005960 2200-EXIT.
005970     EXIT.
005980*
005990*-----------------------------------------------------------*
006000* 2300-LOAD-ONE-ITEM - a matched item becomes one ordinary  *
006010* credit detail, the network's item reference as its        *
006020* transaction id so a resent item is caught as a duplicate  *
006030* by the edit, in the account's own currency code; any      *
006040* other goes back on the returns file with its reason.      *
006050*-----------------------------------------------------------*
006060 2300-LOAD-ONE-ITEM.
006070     ADD 1 TO WS-RECEIVED-COUNT.
006080     ADD CLR-AMOUNT TO WS-RECEIVED-AMOUNT.
006090     PERFORM 3000-MATCH-BENEFICIARY
006100         THRU 3000-EXIT.
006110     IF WS-RSN-IX > 0 THEN
006120         PERFORM 2400-RETURN-ITEM
006130             THRU 2400-EXIT
006140         GO TO 2300-EXIT
006150     END-IF.
006160     MOVE SPACES TO TRAN-RECORD.
006170     MOVE "D" TO TRAN-REC-TYPE.
006180     MOVE CLR-BENEF-ACCT-ID TO TRAN-ACCT-ID.
006190     MOVE CLR-ITEM-REF TO TRAN-ID.
006200     MOVE WS-PROC-DATE TO TRAN-DATE.
006210     MOVE "C" TO TRAN-TYPE.
006220     MOVE CLR-AMOUNT TO TRAN-AMOUNT.
006230     MOVE ACCT-CURRENCY-CODE TO TRAN-CURRENCY-CODE.
006240     WRITE TRAN-RECORD.
006250     ADD 1 TO WS-LOADED-COUNT.
006260     ADD CLR-AMOUNT TO WS-LOADED-AMOUNT.
006270     ADD CLR-AMOUNT TO WS-GEN-CREDIT-HASH.
006280     MOVE "LOADED" TO WS-DTL-RESULT.
006290     PERFORM 6100-PRINT-ITEM
006300         THRU 6100-EXIT.
006310 2300-EXIT.
006320     EXIT.
006330*
006340 2400-RETURN-ITEM.
006350     MOVE WS-RSN-CODE(WS-RSN-IX) TO CLR-RETURN-REASON.
006360     WRITE RETURN-RECORD FROM CLR-RECORD.
006370     ADD 1 TO WS-RETURNED-COUNT.
006380     ADD CLR-AMOUNT TO WS-RETURNED-AMOUNT.
006390     ADD 1 TO WS-RSN-COUNT(WS-RSN-IX).
006400     ADD CLR-AMOUNT TO WS-RSN-AMOUNT(WS-RSN-IX).
006410     MOVE WS-RSN-CODE(WS-RSN-IX) TO WS-RES-CODE.
006420     MOVE WS-RSN-TEXT(WS-RSN-IX) TO WS-RES-TEXT.
006430     MOVE WS-RPT-RESULT-RETURNED TO WS-DTL-RESULT.
006440     PERFORM 6100-PRINT-ITEM
006450         THRU 6100-EXIT.
006460 2400-EXIT.
006470     EXIT.
006480*
006490*-----------------------------------------------------------*
006500* 2600-WRITE-TRAILERS - the batch trailer carries the count *
006510* and credit hash of what was loaded, so the edit verifies  *
006520* it like any branch file; the returns trailer the count    *
006530* and total of what goes back.                              *
006540*-----------------------------------------------------------*
006550 2600-WRITE-TRAILERS.
006560     MOVE SPACES TO TRAN-BATCH-TRAILER.
006570     MOVE "T" TO TBT-REC-TYPE.
006580     MOVE WS-LOADED-COUNT TO TBT-RECORD-COUNT.
006590     MOVE 0 TO TBT-DEBIT-HASH-TOTAL.
006600     MOVE WS-GEN-CREDIT-HASH TO TBT-CREDIT-HASH-TOTAL.
006610     WRITE TRAN-BATCH-TRAILER.
006620     MOVE SPACES TO CLR-FILE-TRAILER.
006630     MOVE "T" TO CLRT-REC-TYPE.
006640     MOVE WS-RETURNED-COUNT TO CLRT-ITEM-COUNT.
006650     MOVE WS-RETURNED-AMOUNT TO CLRT-AMOUNT-TOTAL.
006660     WRITE RETURN-RECORD FROM CLR-FILE-TRAILER.
006670 2600-EXIT.
006680     EXIT.
006690*
006700*-----------------------------------------------------------*
006710* 3000-MATCH-BENEFICIARY - the item's beneficiary must be   *
006720* one of our accounts, open or dormant (a dormant account   *
006730* still takes credits), owned by a customer on the customer *
006740* master, held in the item's currency, and the amount must  *
006750* be more than nothing. WS-RSN-IX comes back zero for a     *
006760* match, else pointing at the return reason.                *
006770*-----------------------------------------------------------*
006780 3000-MATCH-BENEFICIARY.
006790     MOVE 0 TO WS-RSN-IX.
006800     MOVE SPACES TO WS-CUST-NAME-WORK.
006810     IF CLR-BENEF-ACCT-ID = SPACES
006820             OR CLR-BENEF-ACCT-REST NOT = SPACES THEN
006830         MOVE WS-RSN-AC01 TO WS-RSN-IX
006840         GO TO 3000-EXIT
006850     END-IF.
006860     MOVE CLR-BENEF-ACCT-ID TO ACCT-ID.
006870     READ ACCTMAST-FILE
006880         INVALID KEY
006890             MOVE WS-RSN-AC01 TO WS-RSN-IX
006900             GO TO 3000-EXIT
006910     END-READ.
006920     IF ACCT-CLOSED THEN
006930         MOVE WS-RSN-AC04 TO WS-RSN-IX
006940         GO TO 3000-EXIT
006950     END-IF.
006960     IF NOT ACCT-IN-SERVICE THEN
006970         MOVE WS-RSN-AC06 TO WS-RSN-IX
006980         GO TO 3000-EXIT
006990     END-IF.
007000     IF ACCT-CUST-NO = SPACES THEN
007010         MOVE WS-RSN-BE01 TO WS-RSN-IX
007020         GO TO 3000-EXIT
007030     END-IF.
007040     MOVE ACCT-CUST-NO TO CUST-NO.
007050     READ CUSTMAST-FILE
007060         INVALID KEY
007070             MOVE WS-RSN-BE01 TO WS-RSN-IX
007080             GO TO 3000-EXIT
007090     END-READ.
007100     MOVE CUST-NAME TO WS-CUST-NAME-WORK.
007110     IF CLR-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE THEN
007120         IF ACCT-CURRENCY-CODE NOT = SPACES
007130                 OR CLR-CURRENCY-CODE NOT = WS-BASE-CURRENCY THEN
007140             MOVE WS-RSN-AM03 TO WS-RSN-IX
007150             GO TO 3000-EXIT
007160         END-IF
007170     END-IF.
007180     IF CLR-AMOUNT = 0 THEN
007190         MOVE WS-RSN-AM01 TO WS-RSN-IX
007200     END-IF.
007210 3000-EXIT.
007220     EXIT.
007230*
007240*-----------------------------------------------------------*
007250* 6000-PRINT-HEADER - page heading, the file it is about,   *
007260* and, over the items, their column headings.               *
007270*-----------------------------------------------------------*
007280 6000-PRINT-HEADER.
007290     ADD 1 TO WS-RPT-PAGE-NO.
007300     MOVE WS-RPT-PAGE-NO TO WS-HDR-PAGE.
007310     WRITE LOAD-REPORT-LINE FROM WS-RPT-HEADER-1.
007320     MOVE WS-FILE-ID TO WS-HDR-FILE-ID.
007330     MOVE WS-FILE-SENDER TO WS-HDR-SENDER.
007340     MOVE WS-FILE-SETTLE-DATE TO WS-HDR-SETTLE-DATE.
007350     WRITE LOAD-REPORT-LINE FROM WS-RPT-HEADER-2.
007360     MOVE SPACES TO LOAD-REPORT-LINE.
007370     WRITE LOAD-REPORT-LINE.
007380     MOVE 3 TO WS-RPT-LINE-COUNT.
007390     IF WS-ITEM-SECTION THEN
007400         WRITE LOAD-REPORT-LINE FROM WS-RPT-COLUMN-HEADINGS
007410         ADD 1 TO WS-RPT-LINE-COUNT
007420     END-IF.
007430 6000-EXIT.
007440     EXIT.
007450*
007460 6100-PRINT-ITEM.
007470     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE THEN
007480         PERFORM 6000-PRINT-HEADER
007490             THRU 6000-EXIT
007500     END-IF.
007510     MOVE CLR-ITEM-REF TO WS-DTL-REF.
007520     MOVE CLR-BENEF-ACCT TO WS-DTL-ACCT.
007530     MOVE CLR-PAYER-BANK TO WS-DTL-PAYER-BANK.
007540     MOVE CLR-BENEF-NAME TO WS-DTL-BENEF-NAME.
007550     MOVE WS-CUST-NAME-WORK TO WS-DTL-CUST-NAME.
007560     MOVE CLR-AMOUNT TO WS-DTL-AMOUNT.
007570     MOVE CLR-CURRENCY-CODE TO WS-DTL-CURRENCY.
007580     WRITE LOAD-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
007590     ADD 1 TO WS-RPT-LINE-COUNT.
007600 6100-EXIT.
007610     EXIT.
007620*
007630*-----------------------------------------------------------*
007640* 7000-PRINT-RECONCILIATION - received must equal loaded    *
007650* plus returned, by count and by amount, and received must  *
007660* be what the trailer said was sent; RC=8 when either does  *
007670* not hold. A rejected file or a night with no file prints  *
007680* why instead.                                              *
007690*-----------------------------------------------------------*
007700 7000-PRINT-RECONCILIATION.
007710     MOVE "T" TO WS-SECTION-SW.
007720     PERFORM 6000-PRINT-HEADER
007730         THRU 6000-EXIT.
007740     MOVE SPACES TO LOAD-REPORT-LINE.
007750     WRITE LOAD-REPORT-LINE.
007760     IF NOT WS-FILE-RECEIVED THEN
007770         MOVE "NO CLEARING FILE RECEIVED - NOTHING LOADED"
007780             TO WS-TXT-LINE
007790         WRITE LOAD-REPORT-LINE FROM WS-RPT-TEXT-LINE
007800         GO TO 7000-EXIT
007810     END-IF.
007820     IF NOT WS-FILE-OK THEN
007830         MOVE SPACES TO WS-TXT-LINE
007840         STRING "*** FILE REJECTED - " WS-FILE-REJECT-TEXT
007850                 DELIMITED BY SIZE
007860             INTO WS-TXT-LINE
007870         END-STRING
007880         WRITE LOAD-REPORT-LINE FROM WS-RPT-TEXT-LINE
007890         MOVE "NOTHING LOADED OR RETURNED - ASK THE NETWORK TO "
007900             TO WS-TXT-LINE
007910         WRITE LOAD-REPORT-LINE FROM WS-RPT-TEXT-LINE
007920         MOVE "SEND THE FILE AGAIN" TO WS-TXT-LINE
007930         WRITE LOAD-REPORT-LINE FROM WS-RPT-TEXT-LINE
007940         GO TO 7000-EXIT
007950     END-IF.
007960     MOVE "ITEMS PER FILE TRAILER           : " TO WS-TOT-LABEL.
007970     MOVE WS-TRL-ITEM-COUNT TO WS-TOT-COUNT.
007980     MOVE WS-TRL-AMOUNT-TOTAL TO WS-TOT-AMOUNT.
007990     WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008000     MOVE "ITEMS RECEIVED                   : " TO WS-TOT-LABEL.
008010     MOVE WS-RECEIVED-COUNT TO WS-TOT-COUNT.
008020     MOVE WS-RECEIVED-AMOUNT TO WS-TOT-AMOUNT.
008030     WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008040     MOVE "ITEMS LOADED                     : " TO WS-TOT-LABEL.
008050     MOVE WS-LOADED-COUNT TO WS-TOT-COUNT.
008060     MOVE WS-LOADED-AMOUNT TO WS-TOT-AMOUNT.
008070     WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008080     MOVE "ITEMS RETURNED                   : " TO WS-TOT-LABEL.
008090     MOVE WS-RETURNED-COUNT TO WS-TOT-COUNT.
008100     MOVE WS-RETURNED-AMOUNT TO WS-TOT-AMOUNT.
008110     WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008120     MOVE 1 TO WS-RSN-IX.
008130     PERFORM 7010-PRINT-REASON-TOTAL
008140         THRU 7010-EXIT
008150         UNTIL WS-RSN-IX > 6.
008160     MOVE SPACES TO LOAD-REPORT-LINE.
008170     WRITE LOAD-REPORT-LINE.
008180     COMPUTE WS-ACCOUNTED-COUNT =
008190         WS-LOADED-COUNT + WS-RETURNED-COUNT.
008200     COMPUTE WS-ACCOUNTED-AMOUNT =
008210         WS-LOADED-AMOUNT + WS-RETURNED-AMOUNT.
008220     IF WS-ACCOUNTED-COUNT = WS-RECEIVED-COUNT
008230             AND WS-ACCOUNTED-AMOUNT = WS-RECEIVED-AMOUNT
008240             AND WS-RECEIVED-COUNT = WS-TRL-ITEM-COUNT
008250             AND WS-RECEIVED-AMOUNT = WS-TRL-AMOUNT-TOTAL THEN
008260         MOVE "RECEIVED = LOADED + RETURNED - AGREES"
008270             TO WS-TXT-LINE
008280     ELSE
008290         MOVE "*** RECEIVED NOT = LOADED + RETURNED ***"
008300             TO WS-TXT-LINE
008310         DISPLAY "*** CLEARING LOAD DOES NOT RECONCILE ***"
008320         MOVE 8 TO RETURN-CODE
008330     END-IF.
008340     WRITE LOAD-REPORT-LINE FROM WS-RPT-TEXT-LINE.
008350     DISPLAY "CLEARING FILE " WS-FILE-ID " RECEIVED "
008360         WS-RECEIVED-COUNT " LOADED " WS-LOADED-COUNT
008370         " RETURNED " WS-RETURNED-COUNT.
008380 7000-EXIT.
008390     EXIT.
008400*
008410 7010-PRINT-REASON-TOTAL.
008420     MOVE WS-RSN-CODE(WS-RSN-IX) TO WS-RSL-CODE.
008430     MOVE WS-RSN-TEXT(WS-RSN-IX) TO WS-RSL-TEXT.
008440     MOVE WS-RPT-REASON-LABEL TO WS-TOT-LABEL.
008450     MOVE WS-RSN-COUNT(WS-RSN-IX) TO WS-TOT-COUNT.
008460     MOVE WS-RSN-AMOUNT(WS-RSN-IX) TO WS-TOT-AMOUNT.
008470     WRITE LOAD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
008480     ADD 1 TO WS-RSN-IX.
008490 7010-EXIT.
008500     EXIT.
008510*
008520*-----------------------------------------------------------*
008530* 7100-GET-TIMESTAMP - current date and time as one 14-digit*
008540* figure for the run log.                                   *
008550*-----------------------------------------------------------*
008560 7100-GET-TIMESTAMP.
008570     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
008580     ACCEPT WS-TS-TIME FROM TIME.
008590     STRING WS-TS-DATE DELIMITED BY SIZE
008600             WS-TS-TIME(1:6) DELIMITED BY SIZE
008610         INTO WS-NOW-TS
008620     END-STRING.
008630 7100-EXIT.
008640     EXIT.
008650*
008660*-----------------------------------------------------------*
008670* 7200-WRITE-RUN-SUMMARY - one record on the common run     *
008680* log: items received, loaded and returned, and the amount  *
008690* loaded for the morning SUMMARY report.                    *
008700*-----------------------------------------------------------*
008710 7200-WRITE-RUN-SUMMARY.
008720     MOVE "CLRLOAD" TO RUN-STEP-NAME.
008730     MOVE WS-RUN-START-TS TO RUN-START-TS.
008740     PERFORM 7100-GET-TIMESTAMP
008750         THRU 7100-EXIT.
008760     MOVE WS-NOW-TS TO RUN-END-TS.
008770     MOVE WS-RECEIVED-COUNT TO RUN-RECORDS-IN.
008780     MOVE WS-LOADED-COUNT TO RUN-RECORDS-OUT.
008790     MOVE WS-RETURNED-COUNT TO RUN-REJECT-COUNT.
008800     MOVE 0 TO RUN-EXTRA-COUNT-1.
008810     MOVE 0 TO RUN-EXTRA-COUNT-2.
008820     MOVE WS-LOADED-AMOUNT TO RUN-CONTROL-TOTAL.
008830     MOVE RETURN-CODE TO RUN-RETURN-CODE.
008840     EVALUATE TRUE
008850         WHEN NOT WS-CAL-OK
008860             MOVE "CALENDAR REJECTED" TO RUN-NOTE
008870         WHEN NOT WS-FILE-RECEIVED
008880             MOVE "NO CLEARING FILE" TO RUN-NOTE
008890         WHEN NOT WS-FILE-OK
008900             MOVE "CLEARING REJECTED" TO RUN-NOTE
008910         WHEN OTHER
008920             MOVE "CLEARING LOADED" TO RUN-NOTE
008930     END-EVALUATE.
008940     WRITE RUNLOG-RECORD.
008950 7200-EXIT.
008960     EXIT.
008970*
008980*-----------------------------------------------------------*
008990* 8000-FINALIZE - write the run-summary record, then close  *
009000* whatever this run opened.                                 *
009010*-----------------------------------------------------------*
009020 8000-FINALIZE.
009030     OPEN EXTEND RUNLOG-FILE.
009040     PERFORM 7200-WRITE-RUN-SUMMARY
009050         THRU 7200-EXIT.
009060     CLOSE RUNLOG-FILE.
009070     IF WS-FILES-OPEN THEN
009080         CLOSE ACCTMAST-FILE
009090         CLOSE CUSTMAST-FILE
009100         CLOSE CLRGEN-FILE
009110         CLOSE RETURN-FILE
009120         CLOSE LOAD-REPORT
009130     END-IF.
009140 8000-EXIT.
009150     EXIT.
