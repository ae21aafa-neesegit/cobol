000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ProdMnt.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New account product maintenance. The     *
000080*                  product catalogue the month-end run      *
000090*                  prices accounts by is keyed by card: ADD *
000100*                  a product, CHANGE its name, default      *
000110*                  limit, currencies or standing-order      *
000120*                  flag, WITHDRAW it from sale, and RATE to *
000130*                  re-key an interest band or the overdraft *
000140*                  rate from an effective date - never one  *
000150*                  before the processing date - as a new    *
000160*                  version of the product, leaving the      *
000170*                  version in force until then untouched.   *
000180*-----------------------------------------------------------*
000190*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CARD-FILE ASSIGN TO SYSIN
000240         ORGANIZATION IS SEQUENTIAL.
000250*
000260     SELECT OPTIONAL PROD-IN-FILE ASSIGN TO PRODIN
000270         ORGANIZATION IS SEQUENTIAL.
000280*
000290     SELECT PROD-OUT-FILE ASSIGN TO PRODOUT
000300         ORGANIZATION IS SEQUENTIAL.
000310*
000320     SELECT CAL-FILE ASSIGN TO DATECAL
000330         ORGANIZATION IS SEQUENTIAL.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CARD-FILE.
000380 01  PROD-CARD.
000390     05  CARD-ACTION                 PIC X(08).
000400     05  CARD-PRODUCT                PIC X(04).
000410     05  CARD-EFF-DATE               PIC X(08).
000420     05  CARD-EFF-DATE-N REDEFINES CARD-EFF-DATE
000430                                     PIC 9(08).
000440     05  CARD-BAND                   PIC X(01).
000450         88  CARD-INTEREST-BAND          VALUE "1" "2" "3" "4".
000460         88  CARD-OVERDRAFT              VALUE "O".
000470     05  CARD-FLOOR                  PIC X(08).
000480     05  CARD-FLOOR-N REDEFINES CARD-FLOOR
000490                                     PIC 9(08).
000500     05  CARD-PCT                    PIC X(06).
000510     05  CARD-PCT-N REDEFINES CARD-PCT
000520                                     PIC 9(02)V9(04).
000530     05  CARD-NAME                   PIC X(20).
000540     05  CARD-LIMIT                  PIC X(08).
000550     05  CARD-LIMIT-N REDEFINES CARD-LIMIT
000560                                     PIC 9(08).
000570     05  CARD-CURRENCY-LIST.
000580         10  CARD-CURRENCY           PIC X(03) OCCURS 5 TIMES.
000590     05  CARD-SO-FLAG                PIC X(01).
000600         88  CARD-SO-VALID               VALUE "Y" "N" " ".
000610     05  FILLER                      PIC X(01).
000620*
000630 FD  PROD-IN-FILE.
000640 01  PROD-IN-RECORD                  PIC X(128).
000650*
000660 FD  PROD-OUT-FILE.
000670 01  PROD-OUT-RECORD                 PIC X(128).
000680*
000690 FD  CAL-FILE.
000700     COPY CALREC.
000710*
000720 WORKING-STORAGE SECTION.
000730 01  WS-SWITCHES.
000740     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000750         88  WS-CARD-EOF                 VALUE "Y".
000760     05  WS-CARD-GOOD-SW             PIC X(01).
000770         88  WS-CARD-GOOD                VALUE "Y".
000780     05  WS-PROD-EOF-SW              PIC X(01) VALUE "N".
000790         88  WS-PROD-EOF                 VALUE "Y".
000800     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000810         88  WS-CAL-EOF                  VALUE "Y".
000820     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
000830         88  WS-PROC-DATE-FOUND          VALUE "Y".
000840     05  WS-CAL-OK-SW                PIC X(01) VALUE "Y".
000850         88  WS-CAL-OK                   VALUE "Y".
000860     05  WS-BANDS-OK-SW              PIC X(01).
000870         88  WS-BANDS-OK                 VALUE "Y".
000880     05  WS-BAND-GAP-SW              PIC X(01).
000890         88  WS-BAND-GAP                 VALUE "Y".
000900*
000910 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
000920*
000930*    The effective date a card works on: the card's own, or the
000940*    processing date when the card leaves it blank.
000950 01  WS-WORK-DATE                    PIC 9(08) VALUE 0.
000960*
000970*    One product version being built or changed - the catalogue
000980*    record layout, moved to and from the table below.
000990     COPY PRODREC.
001000*
001010*----------------------------------------------------------*
001020* The catalogue under maintenance: every version of every  *
001030* product, loaded from the prior table in code, then       *
001040* effective-date order, and kept in that order as versions *
001050* are added so the table goes back out the way the month-  *
001060* end run reads it.                                        *
001070*----------------------------------------------------------*
001080 01  WS-PRODUCT-TABLE.
001090     05  WS-PT-COUNT                 PIC 9(03) VALUE 0.
001100     05  WS-PT-ENTRY                 OCCURS 100 TIMES.
001110         10  WS-PT-CODE              PIC X(04).
001120         10  WS-PT-EFF-DATE          PIC 9(08).
001130         10  FILLER                  PIC X(116).
001140*
001150 77  WS-PT-IX                        PIC 9(03) COMP.
001160 77  WS-SHIFT-IX                     PIC 9(03) COMP.
001170*    Where the card's product sits in the table: its first
001180*    version, the version in force on the work date, a version
001190*    effective exactly on the work date, and the slot a new
001200*    version for the work date goes into. Zero is none.
001210 77  WS-FIRST-IX                     PIC 9(03) COMP.
001220 77  WS-BASE-IX                      PIC 9(03) COMP.
001230 77  WS-EXACT-IX                     PIC 9(03) COMP.
001240 77  WS-INS-IX                       PIC 9(03) COMP.
001250 77  WS-BAND-IX                      PIC 9(01) COMP.
001260 77  WS-BAND-NO                      PIC 9(01).
001270 01  WS-LAST-FLOOR                   PIC 9(08).
001280*
001290 01  WS-MAINT-COUNTERS.
001300     05  WS-CARD-COUNT               PIC 9(04) VALUE 0.
001310     05  WS-APPLIED-COUNT            PIC 9(04) VALUE 0.
001320     05  WS-ERROR-COUNT              PIC 9(04) VALUE 0.
001330     05  WS-WRITTEN-COUNT            PIC 9(04) VALUE 0.
001340     05  WS-RETIRED-COUNT            PIC 9(04) VALUE 0.
001350*
001360 PROCEDURE DIVISION.
001370*
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE
001400         THRU 1000-EXIT.
001410     IF WS-CAL-OK THEN
001420         PERFORM 2000-PROCESS-CARD
001430             THRU 2000-EXIT
001440             UNTIL WS-CARD-EOF
001450         PERFORM 6000-WRITE-NEW-TABLE
001460             THRU 6000-EXIT
001470     END-IF.
001480     PERFORM 8000-FINALIZE
001490         THRU 8000-EXIT.
001500     STOP RUN.
001510*
001520*-----------------------------------------------------------*
001530* 1000-INITIALIZE - the processing date the effective dates *
001540* are measured against comes off the business-date          *
001550* calendar; then the prior catalogue is loaded and the card *
001560* read primed.                                              *
001570*-----------------------------------------------------------*
001580 1000-INITIALIZE.
001590     PERFORM 1100-LOAD-CALENDAR
001600         THRU 1100-EXIT.
001610     IF NOT WS-CAL-OK THEN
001620         GO TO 1000-EXIT
001630     END-IF.
001640     PERFORM 1200-LOAD-PRIOR-TABLE
001650         THRU 1200-EXIT.
001660     OPEN INPUT CARD-FILE.
001670     PERFORM 2100-READ-CARD
001680         THRU 2100-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710*
001720 1100-LOAD-CALENDAR.
001730     OPEN INPUT CAL-FILE.
001740     PERFORM 1110-READ-CAL-RECORD
001750         THRU 1110-EXIT
001760         UNTIL WS-CAL-EOF.
001770     CLOSE CAL-FILE.
001780     IF NOT WS-PROC-DATE-FOUND THEN
001790         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
001800             "RUN REJECTED ***"
001810         MOVE "N" TO WS-CAL-OK-SW
001820         MOVE 16 TO RETURN-CODE
001830     END-IF.
001840 1100-EXIT.
001850     EXIT.
001860*
001870 1110-READ-CAL-RECORD.
001880     READ CAL-FILE
001890         AT END
001900             MOVE "Y" TO WS-CAL-EOF-SW
001910             GO TO 1110-EXIT
001920     END-READ.
001930     IF CAL-PROCESSING-DATE THEN
001940         MOVE CAL-DATE TO WS-PROC-DATE
001950         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
001960     END-IF.
001970 1110-EXIT.
001980     EXIT.
001990*
002000 1200-LOAD-PRIOR-TABLE.
002010     OPEN INPUT PROD-IN-FILE.
002020     PERFORM 1210-READ-PRIOR-PRODUCT
002030         THRU 1210-EXIT
002040         UNTIL WS-PROD-EOF.
002050     CLOSE PROD-IN-FILE.
002060 1200-EXIT.
002070     EXIT.
002080*
002090 1210-READ-PRIOR-PRODUCT.
002100     READ PROD-IN-FILE INTO PROD-RECORD
002110         AT END
002120             MOVE "Y" TO WS-PROD-EOF-SW
002130             GO TO 1210-EXIT
002140     END-READ.
002150     IF WS-PT-COUNT >= 100 THEN
002160         DISPLAY "PRODUCT TABLE FULL - " PROD-CODE " "
002170             PROD-EFF-DATE " DROPPED"
002180         MOVE 8 TO RETURN-CODE
002190         GO TO 1210-EXIT
002200     END-IF.
002210     ADD 1 TO WS-PT-COUNT.
002220     MOVE PROD-RECORD TO WS-PT-ENTRY(WS-PT-COUNT).
002230 1210-EXIT.
002240     EXIT.
002250*
002260*-----------------------------------------------------------*
002270* 2000-PROCESS-CARD - dispatch one card: ADD a new product, *
002280* CHANGE its standing terms, RATE re-keys one rate from an  *
002290* effective date, WITHDRAW takes it off sale.               *
002300*-----------------------------------------------------------*
002310 2000-PROCESS-CARD.
002320     ADD 1 TO WS-CARD-COUNT.
002330     MOVE "Y" TO WS-CARD-GOOD-SW.
002340     EVALUATE CARD-ACTION
002350         WHEN "ADD     "
002360             PERFORM 2200-ADD-PRODUCT
002370                 THRU 2200-EXIT
002380         WHEN "CHANGE  "
002390             PERFORM 2300-CHANGE-PRODUCT
002400                 THRU 2300-EXIT
002410         WHEN "RATE    "
002420             PERFORM 2400-SET-RATE
002430                 THRU 2400-EXIT
002440         WHEN "WITHDRAW"
002450             PERFORM 2500-WITHDRAW-PRODUCT
002460                 THRU 2500-EXIT
002470         WHEN OTHER
002480             DISPLAY "UNKNOWN ACTION: " CARD-ACTION
002490                 " FOR " CARD-PRODUCT
002500             MOVE "N" TO WS-CARD-GOOD-SW
002510     END-EVALUATE.
002520     IF WS-CARD-GOOD THEN
002530         ADD 1 TO WS-APPLIED-COUNT
002540     ELSE
002550         ADD 1 TO WS-ERROR-COUNT
002560     END-IF.
002570     PERFORM 2100-READ-CARD
002580         THRU 2100-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610*
002620 2100-READ-CARD.
002630     READ CARD-FILE
002640         AT END
002650             MOVE "Y" TO WS-CARD-EOF-SW
002660     END-READ.
002670 2100-EXIT.
002680     EXIT.
002690*
002700*-----------------------------------------------------------*
002710* 2200-ADD-PRODUCT - a new product goes on sale from the    *
002720* card's effective date (the processing date if blank) with *
002730* its standing terms and every rate at zero; RATE cards     *
002740* then key the bands and the overdraft rate for that same   *
002750* date.                                                     *
002760*-----------------------------------------------------------*
002770 2200-ADD-PRODUCT.
002780     IF CARD-PRODUCT = SPACES OR CARD-NAME = SPACES THEN
002790         DISPLAY "ADD REFUSED - PRODUCT CODE AND NAME REQUIRED"
002800         MOVE "N" TO WS-CARD-GOOD-SW
002810         GO TO 2200-EXIT
002820     END-IF.
002830     PERFORM 2700-SET-WORK-DATE
002840         THRU 2700-EXIT.
002850     IF NOT WS-CARD-GOOD THEN
002860         GO TO 2200-EXIT
002870     END-IF.
002880     PERFORM 3000-FIND-PRODUCT
002890         THRU 3000-EXIT.
002900     IF WS-FIRST-IX NOT = 0 THEN
002910         DISPLAY "ADD REFUSED - " CARD-PRODUCT
002920             " ALREADY IN THE CATALOGUE"
002930         MOVE "N" TO WS-CARD-GOOD-SW
002940         GO TO 2200-EXIT
002950     END-IF.
002960     IF CARD-LIMIT NOT = SPACES AND CARD-LIMIT IS NOT NUMERIC THEN
002970         DISPLAY "ADD REFUSED - " CARD-PRODUCT
002980             " DEFAULT LIMIT NOT NUMERIC"
002990         MOVE "N" TO WS-CARD-GOOD-SW
003000         GO TO 2200-EXIT
003010     END-IF.
003020     IF NOT CARD-SO-VALID THEN
003030         DISPLAY "ADD REFUSED - " CARD-PRODUCT
003040             " STANDING-ORDER FLAG MUST BE Y OR N"
003050         MOVE "N" TO WS-CARD-GOOD-SW
003060         GO TO 2200-EXIT
003070     END-IF.
003080     MOVE SPACES TO PROD-RECORD.
003090     MOVE CARD-PRODUCT TO PROD-CODE.
003100     MOVE WS-WORK-DATE TO PROD-EFF-DATE.
003110     MOVE CARD-NAME TO PROD-NAME.
003120     MOVE "A" TO PROD-STATUS.
003130     IF CARD-SO-FLAG = "Y" THEN
003140         MOVE "Y" TO PROD-SO-FLAG
003150     ELSE
003160         MOVE "N" TO PROD-SO-FLAG
003170     END-IF.
003180     IF CARD-LIMIT IS NUMERIC THEN
003190         MOVE CARD-LIMIT-N TO PROD-DEFAULT-LIMIT
003200     ELSE
003210         MOVE 0 TO PROD-DEFAULT-LIMIT
003220     END-IF.
003230     IF CARD-CURRENCY(1) = "ANY" THEN
003232         MOVE SPACES TO PROD-CURRENCY-LIST
003234     ELSE
003236         MOVE CARD-CURRENCY-LIST TO PROD-CURRENCY-LIST
003238     END-IF.
003240     MOVE 0 TO PROD-OD-MONTHLY-PCT.
003250     MOVE ZEROS TO PROD-BAND-TABLE.
003260     PERFORM 3200-INSERT-VERSION
003270         THRU 3200-EXIT.
003280     IF WS-CARD-GOOD THEN
003290         DISPLAY "ADDED " CARD-PRODUCT " " CARD-NAME
003300             " EFFECTIVE " WS-WORK-DATE
003310     END-IF.
003320 2200-EXIT.
003330     EXIT.
003340*
003350*-----------------------------------------------------------*
003360* 2300-CHANGE-PRODUCT - the standing terms are not dated,   *
003370* so a change is made on every version of the product. A    *
003380* blank field keeps its value; currencies ANY opens the     *
003390* product to every currency.                                *
003400*-----------------------------------------------------------*
003410 2300-CHANGE-PRODUCT.
003420     MOVE WS-PROC-DATE TO WS-WORK-DATE.
003430     PERFORM 3000-FIND-PRODUCT
003440         THRU 3000-EXIT.
003450     IF WS-FIRST-IX = 0 THEN
003460         DISPLAY "CHANGE REFUSED - " CARD-PRODUCT
003470             " NOT IN THE CATALOGUE"
003480         MOVE "N" TO WS-CARD-GOOD-SW
003490         GO TO 2300-EXIT
003500     END-IF.
003510     IF CARD-LIMIT NOT = SPACES AND CARD-LIMIT IS NOT NUMERIC THEN
003520         DISPLAY "CHANGE REFUSED - " CARD-PRODUCT
003530             " DEFAULT LIMIT NOT NUMERIC"
003540         MOVE "N" TO WS-CARD-GOOD-SW
003550         GO TO 2300-EXIT
003560     END-IF.
003570     IF NOT CARD-SO-VALID THEN
003580         DISPLAY "CHANGE REFUSED - " CARD-PRODUCT
003590             " STANDING-ORDER FLAG MUST BE Y OR N"
003600         MOVE "N" TO WS-CARD-GOOD-SW
003610         GO TO 2300-EXIT
003620     END-IF.
003630     IF CARD-NAME = SPACES AND CARD-LIMIT = SPACES
003640             AND CARD-CURRENCY-LIST = SPACES
003650             AND CARD-SO-FLAG = SPACE THEN
003660         DISPLAY "CHANGE REFUSED - " CARD-PRODUCT
003670             " NOTHING TO CHANGE"
003680         MOVE "N" TO WS-CARD-GOOD-SW
003690         GO TO 2300-EXIT
003700     END-IF.
003710     PERFORM 2800-WALK-VERSIONS
003720         THRU 2800-EXIT.
003730     DISPLAY "CHANGED " CARD-PRODUCT.
003740 2300-EXIT.
003750     EXIT.
003760*
003770 2310-APPLY-CHANGE.
003780     IF CARD-NAME NOT = SPACES THEN
003790         MOVE CARD-NAME TO PROD-NAME
003800     END-IF.
003810     IF CARD-LIMIT IS NUMERIC THEN
003820         MOVE CARD-LIMIT-N TO PROD-DEFAULT-LIMIT
003830     END-IF.
003840     IF CARD-CURRENCY(1) = "ANY" THEN
003850         MOVE SPACES TO PROD-CURRENCY-LIST
003860     ELSE
003870         IF CARD-CURRENCY-LIST NOT = SPACES THEN
003880             MOVE CARD-CURRENCY-LIST TO PROD-CURRENCY-LIST
003890         END-IF
003900     END-IF.
003910     IF CARD-SO-FLAG NOT = SPACE THEN
003920         MOVE CARD-SO-FLAG TO PROD-SO-FLAG
003930     END-IF.
003940 2310-EXIT.
003950     EXIT.
003960*
003970*-----------------------------------------------------------*
003980* 2400-SET-RATE - key one interest band (1-4, with the      *
003990* balance it starts at) or the overdraft rate (O) from an   *
004000* effective date. The version in force on that date is      *
004010* copied to a new version for the date, or a version        *
004020* already keyed for the date is changed in place; versions  *
004030* dated later keep their own rates. A band past the first   *
004040* keyed with a zero floor is taken out of use.              *
004050*-----------------------------------------------------------*
004060 2400-SET-RATE.
004070     PERFORM 2700-SET-WORK-DATE
004080         THRU 2700-EXIT.
004090     IF NOT WS-CARD-GOOD THEN
004100         GO TO 2400-EXIT
004110     END-IF.
004120     IF NOT CARD-INTEREST-BAND AND NOT CARD-OVERDRAFT THEN
004130         DISPLAY "RATE REFUSED - " CARD-PRODUCT
004140             " BAND MUST BE 1-4 OR O"
004150         MOVE "N" TO WS-CARD-GOOD-SW
004160         GO TO 2400-EXIT
004170     END-IF.
004180     IF CARD-PCT IS NOT NUMERIC THEN
004190         DISPLAY "RATE REFUSED - " CARD-PRODUCT
004200             " RATE NOT NUMERIC"
004210         MOVE "N" TO WS-CARD-GOOD-SW
004220         GO TO 2400-EXIT
004230     END-IF.
004240     IF CARD-INTEREST-BAND AND CARD-BAND NOT = "1"
004250             AND CARD-FLOOR IS NOT NUMERIC THEN
004260         DISPLAY "RATE REFUSED - " CARD-PRODUCT
004270             " BAND FLOOR NOT NUMERIC"
004280         MOVE "N" TO WS-CARD-GOOD-SW
004290         GO TO 2400-EXIT
004300     END-IF.
004310     PERFORM 3000-FIND-PRODUCT
004320         THRU 3000-EXIT.
004330     IF WS-FIRST-IX = 0 THEN
004340         DISPLAY "RATE REFUSED - " CARD-PRODUCT
004350             " NOT IN THE CATALOGUE"
004360         MOVE "N" TO WS-CARD-GOOD-SW
004370         GO TO 2400-EXIT
004380     END-IF.
004390     IF WS-BASE-IX = 0 THEN
004400         DISPLAY "RATE REFUSED - " CARD-PRODUCT
004410             " NOT ON SALE YET ON " WS-WORK-DATE
004420         MOVE "N" TO WS-CARD-GOOD-SW
004430         GO TO 2400-EXIT
004440     END-IF.
004450     MOVE WS-PT-ENTRY(WS-BASE-IX) TO PROD-RECORD.
004460     MOVE WS-WORK-DATE TO PROD-EFF-DATE.
004470     IF CARD-OVERDRAFT THEN
004480         MOVE CARD-PCT-N TO PROD-OD-MONTHLY-PCT
004490     ELSE
004500         PERFORM 2410-APPLY-BAND
004510             THRU 2410-EXIT
004520     END-IF.
004530     IF NOT WS-CARD-GOOD THEN
004540         GO TO 2400-EXIT
004550     END-IF.
004560     IF WS-EXACT-IX NOT = 0 THEN
004570         MOVE PROD-RECORD TO WS-PT-ENTRY(WS-EXACT-IX)
004580     ELSE
004590         PERFORM 3200-INSERT-VERSION
004600             THRU 3200-EXIT
004610     END-IF.
004620     IF WS-CARD-GOOD THEN
004630         DISPLAY "RATE " CARD-PRODUCT " BAND " CARD-BAND
004640             " " CARD-PCT-N " PCT EFFECTIVE " WS-WORK-DATE
004650     END-IF.
004660 2400-EXIT.
004670     EXIT.
004680*
004690 2410-APPLY-BAND.
004700     MOVE CARD-BAND TO WS-BAND-NO.
004710     IF WS-BAND-NO = 1 THEN
004720         MOVE 0 TO PROD-BAND-FLOOR(1)
004730         MOVE CARD-PCT-N TO PROD-BAND-PCT(1)
004740         GO TO 2410-EXIT
004750     END-IF.
004760     MOVE CARD-FLOOR-N TO PROD-BAND-FLOOR(WS-BAND-NO).
004770     IF CARD-FLOOR-N = 0 THEN
004780         MOVE 0 TO PROD-BAND-PCT(WS-BAND-NO)
004790     ELSE
004800         MOVE CARD-PCT-N TO PROD-BAND-PCT(WS-BAND-NO)
004810     END-IF.
004820     PERFORM 2450-CHECK-BANDS
004830         THRU 2450-EXIT.
004840     IF NOT WS-BANDS-OK THEN
004850         DISPLAY "RATE REFUSED - " CARD-PRODUCT
004860             " BAND FLOORS MUST CLIMB WITH NO GAP"
004870         MOVE "N" TO WS-CARD-GOOD-SW
004880     END-IF.
004890 2410-EXIT.
004900     EXIT.
004910*
004920*-----------------------------------------------------------*
004930* 2450-CHECK-BANDS - the bands in use follow one another    *
004940* from band 1, each floor above the one before; no band in  *
004950* use may follow one that is not.                           *
004960*-----------------------------------------------------------*
004970 2450-CHECK-BANDS.
004980     MOVE "Y" TO WS-BANDS-OK-SW.
004990     MOVE "N" TO WS-BAND-GAP-SW.
005000     MOVE 0 TO WS-LAST-FLOOR.
005010     MOVE 2 TO WS-BAND-IX.
005020     PERFORM 2460-CHECK-ONE-BAND
005030         THRU 2460-EXIT
005040         UNTIL WS-BAND-IX > 4.
005050 2450-EXIT.
005060     EXIT.
005070*
005080 2460-CHECK-ONE-BAND.
005090     IF PROD-BAND-FLOOR(WS-BAND-IX) = 0 THEN
005100         MOVE "Y" TO WS-BAND-GAP-SW
005110     ELSE
005120         IF WS-BAND-GAP THEN
005130             MOVE "N" TO WS-BANDS-OK-SW
005140         END-IF
005150         IF PROD-BAND-FLOOR(WS-BAND-IX) NOT > WS-LAST-FLOOR THEN
005160             MOVE "N" TO WS-BANDS-OK-SW
005170         END-IF
005180         MOVE PROD-BAND-FLOOR(WS-BAND-IX) TO WS-LAST-FLOOR
005190     END-IF.
005200     ADD 1 TO WS-BAND-IX.
005210 2460-EXIT.
005220     EXIT.
005230*
005240*-----------------------------------------------------------*
005250* 2500-WITHDRAW-PRODUCT - off sale: no new account opens on *
005260* the product and none moves to it, but the accounts it has *
005270* go on being priced by it.                                 *
005280*-----------------------------------------------------------*
005290 2500-WITHDRAW-PRODUCT.
005300     MOVE WS-PROC-DATE TO WS-WORK-DATE.
005310     PERFORM 3000-FIND-PRODUCT
005320         THRU 3000-EXIT.
005330     IF WS-FIRST-IX = 0 THEN
005340         DISPLAY "WITHDRAW REFUSED - " CARD-PRODUCT
005350             " NOT IN THE CATALOGUE"
005360         MOVE "N" TO WS-CARD-GOOD-SW
005370         GO TO 2500-EXIT
005380     END-IF.
005390     MOVE WS-PT-ENTRY(WS-FIRST-IX) TO PROD-RECORD.
005400     IF PROD-WITHDRAWN THEN
005410         DISPLAY "WITHDRAW REFUSED - " CARD-PRODUCT
005420             " ALREADY WITHDRAWN"
005430         MOVE "N" TO WS-CARD-GOOD-SW
005440         GO TO 2500-EXIT
005450     END-IF.
005460     PERFORM 2800-WALK-VERSIONS
005470         THRU 2800-EXIT.
005480     DISPLAY "WITHDRAWN " CARD-PRODUCT.
005490 2500-EXIT.
005500     EXIT.
005510*
005520*-----------------------------------------------------------*
005530* 2700-SET-WORK-DATE - the card's effective date, or the    *
005540* processing date when blank. A date before the processing  *
005550* date is refused: the month-end run may already have       *
005560* priced that period at the rates then in force.            *
005570*-----------------------------------------------------------*
005580 2700-SET-WORK-DATE.
005590     IF CARD-EFF-DATE = SPACES THEN
005600         MOVE WS-PROC-DATE TO WS-WORK-DATE
005610         GO TO 2700-EXIT
005620     END-IF.
005630     IF CARD-EFF-DATE IS NOT NUMERIC THEN
005640         DISPLAY CARD-ACTION " REFUSED - " CARD-PRODUCT
005650             " EFFECTIVE DATE NOT NUMERIC"
005660         MOVE "N" TO WS-CARD-GOOD-SW
005670         GO TO 2700-EXIT
005680     END-IF.
005690     IF CARD-EFF-DATE-N < WS-PROC-DATE THEN
005700         DISPLAY CARD-ACTION " REFUSED - " CARD-PRODUCT
005710             " EFFECTIVE " CARD-EFF-DATE
005720             " IS BEFORE THE PROCESSING DATE " WS-PROC-DATE
005730         MOVE "N" TO WS-CARD-GOOD-SW
005740         GO TO 2700-EXIT
005750     END-IF.
005760     MOVE CARD-EFF-DATE-N TO WS-WORK-DATE.
005770 2700-EXIT.
005780     EXIT.
005790*
005800*-----------------------------------------------------------*
005810* 2800-WALK-VERSIONS - apply a CHANGE or WITHDRAW card to   *
005820* each version of the product in turn.                      *
005830*-----------------------------------------------------------*
005840 2800-WALK-VERSIONS.
005850     MOVE WS-FIRST-IX TO WS-PT-IX.
005860     PERFORM 2810-CHANGE-ONE-VERSION
005870         THRU 2810-EXIT
005880         UNTIL WS-PT-IX > WS-PT-COUNT.
005890 2800-EXIT.
005900     EXIT.
005910*
005920 2810-CHANGE-ONE-VERSION.
005930     IF WS-PT-CODE(WS-PT-IX) NOT = CARD-PRODUCT THEN
005940         COMPUTE WS-PT-IX = WS-PT-COUNT + 1
005950         GO TO 2810-EXIT
005960     END-IF.
005970     MOVE WS-PT-ENTRY(WS-PT-IX) TO PROD-RECORD.
005980     IF CARD-ACTION = "WITHDRAW" THEN
005990         MOVE "W" TO PROD-STATUS
006000     ELSE
006010         PERFORM 2310-APPLY-CHANGE
006020             THRU 2310-EXIT
006030     END-IF.
006040     MOVE PROD-RECORD TO WS-PT-ENTRY(WS-PT-IX).
006050     ADD 1 TO WS-PT-IX.
006060 2810-EXIT.
006070     EXIT.
006080*
006090*-----------------------------------------------------------*
006100* 3000-FIND-PRODUCT - locate the card's product against the *
006110* work date: its first version, the one in force on the     *
006120* date, one effective exactly on the date, and the slot a   *
006130* new version for the date would take to keep the table in  *
006140* order.                                                    *
006150*-----------------------------------------------------------*
006160 3000-FIND-PRODUCT.
006170     MOVE 0 TO WS-FIRST-IX.
006180     MOVE 0 TO WS-BASE-IX.
006190     MOVE 0 TO WS-EXACT-IX.
006200     COMPUTE WS-INS-IX = WS-PT-COUNT + 1.
006210     MOVE 1 TO WS-PT-IX.
006220     PERFORM 3100-CHECK-ENTRY
006230         THRU 3100-EXIT
006240         UNTIL WS-PT-IX > WS-PT-COUNT.
006250 3000-EXIT.
006260     EXIT.
006270*
006280 3100-CHECK-ENTRY.
006290     IF WS-PT-CODE(WS-PT-IX) > CARD-PRODUCT
006300             AND WS-INS-IX > WS-PT-COUNT THEN
006310         MOVE WS-PT-IX TO WS-INS-IX
006320     END-IF.
006330     IF WS-PT-CODE(WS-PT-IX) NOT = CARD-PRODUCT THEN
006340         GO TO 3190-NEXT-ENTRY
006350     END-IF.
006360     IF WS-FIRST-IX = 0 THEN
006370         MOVE WS-PT-IX TO WS-FIRST-IX
006380     END-IF.
006390     IF WS-PT-EFF-DATE(WS-PT-IX) NOT > WS-WORK-DATE THEN
006400         MOVE WS-PT-IX TO WS-BASE-IX
006410     END-IF.
006420     IF WS-PT-EFF-DATE(WS-PT-IX) = WS-WORK-DATE THEN
006430         MOVE WS-PT-IX TO WS-EXACT-IX
006440     END-IF.
006450     IF WS-PT-EFF-DATE(WS-PT-IX) > WS-WORK-DATE
006460             AND WS-INS-IX > WS-PT-COUNT THEN
006470         MOVE WS-PT-IX TO WS-INS-IX
006480     END-IF.
006490 3190-NEXT-ENTRY.
006500     ADD 1 TO WS-PT-IX.
006510 3100-EXIT.
006520     EXIT.
006530*
006540*-----------------------------------------------------------*
006550* 3200-INSERT-VERSION - PROD-RECORD goes into the table at  *
006560* the slot 3000-FIND-PRODUCT chose, the entries from there  *
006570* on moving down one.                                       *
006580*-----------------------------------------------------------*
006590 3200-INSERT-VERSION.
006600     IF WS-PT-COUNT >= 100 THEN
006610         DISPLAY "PRODUCT TABLE FULL - " CARD-PRODUCT " REFUSED"
006620         MOVE "N" TO WS-CARD-GOOD-SW
006630         GO TO 3200-EXIT
006640     END-IF.
006650     MOVE WS-PT-COUNT TO WS-SHIFT-IX.
006660     PERFORM 3210-SHIFT-ENTRY
006670         THRU 3210-EXIT
006680         UNTIL WS-SHIFT-IX < WS-INS-IX.
006690     MOVE PROD-RECORD TO WS-PT-ENTRY(WS-INS-IX).
006700     ADD 1 TO WS-PT-COUNT.
006710 3200-EXIT.
006720     EXIT.
006730*
006740 3210-SHIFT-ENTRY.
006750     MOVE WS-PT-ENTRY(WS-SHIFT-IX)
006760         TO WS-PT-ENTRY(WS-SHIFT-IX + 1).
006770     SUBTRACT 1 FROM WS-SHIFT-IX.
006780 3210-EXIT.
006790     EXIT.
006800*
006810*-----------------------------------------------------------*
006820* 6000-WRITE-NEW-TABLE - the whole catalogue goes back out  *
006830* in order. A version already superseded on the processing  *
006840* date by a later one of the same product can price nothing *
006850* again and is retired here; the version in force and any   *
006860* still to come are kept.                                   *
006870*-----------------------------------------------------------*
006880 6000-WRITE-NEW-TABLE.
006890     OPEN OUTPUT PROD-OUT-FILE.
006900     MOVE 1 TO WS-PT-IX.
006910     PERFORM 6100-WRITE-ONE-VERSION
006920         THRU 6100-EXIT
006930         UNTIL WS-PT-IX > WS-PT-COUNT.
006940     CLOSE PROD-OUT-FILE.
006950 6000-EXIT.
006960     EXIT.
006970*
006980 6100-WRITE-ONE-VERSION.
006990     IF WS-PT-IX < WS-PT-COUNT THEN
007000         IF WS-PT-CODE(WS-PT-IX + 1) = WS-PT-CODE(WS-PT-IX)
007010                 AND WS-PT-EFF-DATE(WS-PT-IX + 1)
007020                     NOT > WS-PROC-DATE THEN
007030             DISPLAY "RETIRED " WS-PT-CODE(WS-PT-IX)
007040                 " VERSION EFFECTIVE " WS-PT-EFF-DATE(WS-PT-IX)
007050             ADD 1 TO WS-RETIRED-COUNT
007060             GO TO 6190-NEXT-VERSION
007070         END-IF
007080     END-IF.
007090     WRITE PROD-OUT-RECORD FROM WS-PT-ENTRY(WS-PT-IX).
007100     ADD 1 TO WS-WRITTEN-COUNT.
007110 6190-NEXT-VERSION.
007120     ADD 1 TO WS-PT-IX.
007130 6100-EXIT.
007140     EXIT.
007150*
007160*-----------------------------------------------------------*
007170* 8000-FINALIZE - recap the batch and close the files; any  *
007180* refused card flags the step with a warning return code.   *
007190*-----------------------------------------------------------*
007200 8000-FINALIZE.
007210     DISPLAY "CARDS READ   : " WS-CARD-COUNT.
007220     DISPLAY "APPLIED      : " WS-APPLIED-COUNT.
007230     DISPLAY "REFUSED      : " WS-ERROR-COUNT.
007240     DISPLAY "VERSIONS OUT : " WS-WRITTEN-COUNT.
007250     DISPLAY "RETIRED      : " WS-RETIRED-COUNT.
007260     IF WS-ERROR-COUNT > 0 AND RETURN-CODE < 4 THEN
007270         MOVE 4 TO RETURN-CODE
007280     END-IF.
007290     IF WS-CAL-OK THEN
007300         CLOSE CARD-FILE
007310     END-IF.
007320 8000-EXIT.
007330     EXIT.
