000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HoldMnt.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New hold maintenance: PLACE a hold or    *
000080*                  earmark on part of an account's balance  *
000090*                  (garnishment, disputed item, funds kept  *
000100*                  for a standing order) with an amount,    *
000110*                  reason and expiry date, AMEND it or      *
000120*                  RELEASE it - card-driven against the new *
000130*                  hold master, each change on the          *
000140*                  maintenance audit log with the signed-on *
000150*                  operator, so part of a balance can be    *
000160*                  blocked without freezing the account.    *
000170*-----------------------------------------------------------*
000180*
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CARD-FILE ASSIGN TO SYSIN
000230         ORGANIZATION IS SEQUENTIAL.
000240*
000250     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDMAST
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS HOLD-KEY
000290         FILE STATUS IS WS-HOLDMAST-STATUS.
000300*
000310     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ACCT-ID
000350         FILE STATUS IS WS-ACCTMAST-STATUS.
000360*
000370     SELECT CAL-FILE ASSIGN TO DATECAL
000380         ORGANIZATION IS SEQUENTIAL.
000390*
000400     SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTLOG
000410         ORGANIZATION IS SEQUENTIAL.
000420*
000430     SELECT SIGNON-FILE ASSIGN TO SIGNLOG
000440         ORGANIZATION IS SEQUENTIAL.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CARD-FILE.
000490 01  MAINT-CARD.
000500     05  CARD-ACTION                 PIC X(08).
000510     05  CARD-ACCT-ID                PIC X(06).
000520     05  CARD-HOLD-SEQ               PIC X(03).
000530     05  CARD-AMOUNT                 PIC X(08).
000540     05  CARD-EXPIRY-DATE            PIC X(08).
000550     05  CARD-REASON-CODE            PIC X(01).
000560     05  CARD-REASON-TEXT            PIC X(20).
000570     05  FILLER                      PIC X(26).
000580*
000590 FD  HOLD-FILE.
000600     COPY HOLDREC.
000610*
000620 FD  ACCTMAST-FILE.
000630     COPY ACCTREC.
000640*
000650 FD  CAL-FILE.
000660     COPY CALREC.
000670*
000680 FD  MAINT-AUDIT-FILE.
000690     COPY MAUDREC.
000700*
000710 FD  SIGNON-FILE.
000720     COPY SIGNREC.
000730*
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000770         88  WS-CARD-EOF                 VALUE "Y".
000780     05  WS-CARD-GOOD-SW             PIC X(01).
000790         88  WS-CARD-GOOD                VALUE "Y".
000800     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
000810         88  WS-CAL-EOF                  VALUE "Y".
000820     05  WS-PROC-DATE-FOUND-SW       PIC X(01) VALUE "N".
000830         88  WS-PROC-DATE-FOUND          VALUE "Y".
000840     05  WS-SEQ-SCAN-SW              PIC X(01).
000850         88  WS-SEQ-SCAN-DONE            VALUE "Y".
000860*
000870 01  WS-HOLDMAST-STATUS              PIC X(02).
000880*
000890 01  WS-ACCTMAST-STATUS              PIC X(02).
000900*
000910 01  WS-PROC-DATE                    PIC 9(08) VALUE 0.
000920*
000930 01  WS-SIGN-EOF-SW                  PIC X(01) VALUE "N".
000940     88  WS-SIGN-EOF                     VALUE "Y".
000950 01  WS-KEYED-BY                     PIC X(06) VALUE SPACES.
000960*
000970 01  WS-BEFORE-IMAGE                 PIC X(80).
000980 01  WS-MAUD-ACTION                  PIC X(08).
000990*
001000 01  WS-TIMESTAMP-WORK.
001010     05  WS-TS-DATE                  PIC 9(08).
001020     05  WS-TS-TIME                  PIC 9(08).
001030*
001040*----------------------------------------------------------*
001050* The next hold sequence for the account on a PLACE card:   *
001060* one past the highest already on file, released and        *
001070* expired holds included, so a number is never reused.      *
001080*----------------------------------------------------------*
001090 01  WS-NEXT-SEQ                     PIC 9(04).
001100*
001110*----------------------------------------------------------*
001120* The expiry date pulled apart for the range check, as the  *
001130* standing-order maintenance does for its due date.         *
001140*----------------------------------------------------------*
001150 01  WS-EXPIRY-CHECK                 PIC 9(08).
001160 01  FILLER REDEFINES WS-EXPIRY-CHECK.
001170     05  WS-CHK-YEAR                 PIC 9(04).
001180     05  WS-CHK-MONTH                PIC 9(02).
001190     05  WS-CHK-DAY                  PIC 9(02).
001200*
001210 01  WS-EXPIRY-OK-SW                 PIC X(01).
001220     88  WS-EXPIRY-OK                    VALUE "Y".
001230*
001240 01  WS-MAINT-COUNTERS.
001250     05  WS-CARD-COUNT               PIC 9(04) VALUE 0.
001260     05  WS-APPLIED-COUNT            PIC 9(04) VALUE 0.
001270     05  WS-ERROR-COUNT              PIC 9(04) VALUE 0.
001280*
001290 PROCEDURE DIVISION.
001300*
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE
001330         THRU 1000-EXIT.
001340     PERFORM 2000-PROCESS-CARD
001350         THRU 2000-EXIT
001360         UNTIL WS-CARD-EOF.
001370     PERFORM 8000-FINALIZE
001380         THRU 8000-EXIT.
001390     STOP RUN.
001400*
001410*-----------------------------------------------------------*
001420* 1000-INITIALIZE - open the card, hold, account master     *
001430* and audit files, pick up the processing date and the      *
001440* signed-on operator, and prime the card read. With no      *
001450* processing date on the calendar no expiry can be judged,  *
001460* so no card is applied at all.                             *
001470*-----------------------------------------------------------*
001480 1000-INITIALIZE.
001490     OPEN INPUT CARD-FILE.
001500     OPEN I-O HOLD-FILE.
001510     OPEN INPUT ACCTMAST-FILE.
001520     OPEN EXTEND MAINT-AUDIT-FILE.
001530     PERFORM 1100-LOAD-CALENDAR
001540         THRU 1100-EXIT.
001550     IF NOT WS-PROC-DATE-FOUND THEN
001560         DISPLAY "*** NO PROCESSING DATE ON CALENDAR - "
001570             "RUN REJECTED ***"
001580         MOVE 16 TO RETURN-CODE
001590         MOVE "Y" TO WS-CARD-EOF-SW
001600         GO TO 1000-EXIT
001610     END-IF.
001620     PERFORM 1150-LOAD-SIGNON-OPERATOR
001630         THRU 1150-EXIT.
001640     PERFORM 2100-READ-CARD
001650         THRU 2100-EXIT.
001660 1000-EXIT.
001670     EXIT.
001680*
001690*-----------------------------------------------------------*
001700* 1100-LOAD-CALENDAR - a hold expires on a business date,   *
001710* so the processing date comes off the calendar, not the    *
001720* clock.                                                    *
001730*-----------------------------------------------------------*
001740 1100-LOAD-CALENDAR.
001750     OPEN INPUT CAL-FILE.
001760     PERFORM 1110-READ-CAL-RECORD
001770         THRU 1110-EXIT
001780         UNTIL WS-CAL-EOF.
001790     CLOSE CAL-FILE.
001800 1100-EXIT.
001810     EXIT.
001820*
001830 1110-READ-CAL-RECORD.
001840     READ CAL-FILE
001850         AT END
001860             MOVE "Y" TO WS-CAL-EOF-SW
001870             GO TO 1110-EXIT
001880     END-READ.
001890     IF CAL-PROCESSING-DATE THEN
001900         MOVE CAL-DATE TO WS-PROC-DATE
001910         MOVE "Y" TO WS-PROC-DATE-FOUND-SW
001920     END-IF.
001930 1110-EXIT.
001940     EXIT.
001950*
001960*-----------------------------------------------------------*
001970* 1150-LOAD-SIGNON-OPERATOR - who is keying the cards: the  *
001980* last sign-on record on the log is the operator who placed *
001990* or closed the hold, and rides on every audit record.      *
002000*-----------------------------------------------------------*
002010 1150-LOAD-SIGNON-OPERATOR.
002020     OPEN INPUT SIGNON-FILE.
002030     PERFORM 1160-READ-SIGNON-RECORD
002040         THRU 1160-EXIT
002050         UNTIL WS-SIGN-EOF.
002060     CLOSE SIGNON-FILE.
002070 1150-EXIT.
002080     EXIT.
002090*
002100 1160-READ-SIGNON-RECORD.
002110     READ SIGNON-FILE
002120         AT END
002130             MOVE "Y" TO WS-SIGN-EOF-SW
002140             GO TO 1160-EXIT
002150     END-READ.
002160     IF NOT SGN-SIGN-OFF THEN
002170         MOVE SGN-OPERATOR-ID TO WS-KEYED-BY
002180     END-IF.
002190 1160-EXIT.
002200     EXIT.
002210*
002220*-----------------------------------------------------------*
002230* 2000-PROCESS-CARD - dispatch one maintenance card by its  *
002240* action word; an unrecognized action is reported and       *
002250* skipped.                                                  *
002260*-----------------------------------------------------------*
002270 2000-PROCESS-CARD.
002280     ADD 1 TO WS-CARD-COUNT.
002290     MOVE "Y" TO WS-CARD-GOOD-SW.
002300     EVALUATE CARD-ACTION
002310         WHEN "PLACE   "
002320             PERFORM 2200-PLACE-HOLD
002330                 THRU 2200-EXIT
002340         WHEN "AMEND   "
002350             PERFORM 2300-AMEND-HOLD
002360                 THRU 2300-EXIT
002370         WHEN "RELEASE "
002380             PERFORM 2400-RELEASE-HOLD
002390                 THRU 2400-EXIT
002400         WHEN OTHER
002410             DISPLAY "UNKNOWN ACTION: " CARD-ACTION
002420                 " FOR " CARD-ACCT-ID
002430             MOVE "N" TO WS-CARD-GOOD-SW
002440     END-EVALUATE.
002450     IF WS-CARD-GOOD THEN
002460         ADD 1 TO WS-APPLIED-COUNT
002470     ELSE
002480         ADD 1 TO WS-ERROR-COUNT
002490     END-IF.
002500     PERFORM 2100-READ-CARD
002510         THRU 2100-EXIT.
002520 2000-EXIT.
002530     EXIT.
002540*
002550 2100-READ-CARD.
002560     READ CARD-FILE
002570         AT END
002580             MOVE "Y" TO WS-CARD-EOF-SW
002590     END-READ.
002600 2100-EXIT.
002610     EXIT.
002620*
002630*-----------------------------------------------------------*
002640* 2200-PLACE-HOLD - a new hold: the account must be on the  *
002650* master and not closed, the amount a positive number, the  *
002660* reason one of G / D / S / O, and the expiry a possible    *
002670* date after the processing date - a hold that would expire *
002680* before it ever saw a posting run is no hold at all. The   *
002690* sequence is handed out here, never keyed.                 *
002700*-----------------------------------------------------------*
002710 2200-PLACE-HOLD.
002720     MOVE CARD-ACCT-ID TO ACCT-ID.
002730     READ ACCTMAST-FILE
002740         INVALID KEY
002750             DISPLAY "PLACE REFUSED - ACCOUNT " CARD-ACCT-ID
002760                 " NOT ON MASTER"
002770             MOVE "N" TO WS-CARD-GOOD-SW
002780             GO TO 2200-EXIT
002790     END-READ.
002800     IF ACCT-CLOSED THEN
002810         DISPLAY "PLACE REFUSED - ACCOUNT " CARD-ACCT-ID
002820             " CLOSED"
002830         MOVE "N" TO WS-CARD-GOOD-SW
002840         GO TO 2200-EXIT
002850     END-IF.
002860     IF CARD-AMOUNT IS NOT NUMERIC THEN
002870         DISPLAY "PLACE REFUSED - " CARD-ACCT-ID
002880             " AMOUNT NOT NUMERIC"
002890         MOVE "N" TO WS-CARD-GOOD-SW
002900         GO TO 2200-EXIT
002910     END-IF.
002920     IF CARD-AMOUNT = ZEROS THEN
002930         DISPLAY "PLACE REFUSED - " CARD-ACCT-ID
002940             " AMOUNT IS ZERO"
002950         MOVE "N" TO WS-CARD-GOOD-SW
002960         GO TO 2200-EXIT
002970     END-IF.
002980     MOVE CARD-REASON-CODE TO HOLD-REASON-CODE.
002990     IF NOT HOLD-REASON-VALID THEN
003000         DISPLAY "PLACE REFUSED - " CARD-ACCT-ID
003010             " REASON NOT G, D, S OR O"
003020         MOVE "N" TO WS-CARD-GOOD-SW
003030         GO TO 2200-EXIT
003040     END-IF.
003050     PERFORM 2850-CHECK-EXPIRY
003060         THRU 2850-EXIT.
003070     IF NOT WS-EXPIRY-OK THEN
003080         DISPLAY "PLACE REFUSED - " CARD-ACCT-ID
003090             " EXPIRY " CARD-EXPIRY-DATE
003100             " NOT A DATE AFTER " WS-PROC-DATE
003110         MOVE "N" TO WS-CARD-GOOD-SW
003120         GO TO 2200-EXIT
003130     END-IF.
003140     PERFORM 2250-FIND-NEXT-SEQ
003150         THRU 2250-EXIT.
003160     IF WS-NEXT-SEQ > 999 THEN
003170         DISPLAY "PLACE REFUSED - " CARD-ACCT-ID
003180             " HOLD NUMBERS EXHAUSTED"
003190         MOVE "N" TO WS-CARD-GOOD-SW
003200         GO TO 2200-EXIT
003210     END-IF.
003220     MOVE SPACES TO HOLD-RECORD.
003230     MOVE CARD-ACCT-ID TO HOLD-ACCT-ID.
003240     MOVE WS-NEXT-SEQ TO HOLD-SEQ.
003250     MOVE CARD-AMOUNT TO HOLD-AMOUNT.
003260     MOVE CARD-REASON-CODE TO HOLD-REASON-CODE.
003270     MOVE CARD-REASON-TEXT TO HOLD-REASON-TEXT.
003280     MOVE CARD-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
003290     MOVE WS-KEYED-BY TO HOLD-PLACED-BY.
003300     MOVE WS-PROC-DATE TO HOLD-PLACED-DATE.
003310     MOVE "A" TO HOLD-STATUS.
003320     MOVE 0 TO HOLD-CLOSED-DATE.
003330     WRITE HOLD-RECORD
003340         INVALID KEY
003350             DISPLAY "MASTER WRITE FAILED FOR " HOLD-KEY
003360                 " STATUS " WS-HOLDMAST-STATUS
003370             MOVE "N" TO WS-CARD-GOOD-SW
003380             GO TO 2200-EXIT
003390     END-WRITE.
003400     MOVE SPACES TO WS-BEFORE-IMAGE.
003410     MOVE "PLACE" TO WS-MAUD-ACTION.
003420     PERFORM 2800-WRITE-MAINT-AUDIT
003430         THRU 2800-EXIT.
003440     DISPLAY "PLACED " HOLD-ACCT-ID "/" HOLD-SEQ
003450         " AMOUNT " HOLD-AMOUNT " UNTIL " HOLD-EXPIRY-DATE.
003460 2200-EXIT.
003470     EXIT.
003480*
003490*-----------------------------------------------------------*
003500* 2250-FIND-NEXT-SEQ - walk the account's holds from the    *
003510* first; the next sequence is one past the last one found.  *
003520*-----------------------------------------------------------*
003530 2250-FIND-NEXT-SEQ.
003540     MOVE 1 TO WS-NEXT-SEQ.
003550     MOVE "N" TO WS-SEQ-SCAN-SW.
003560     MOVE CARD-ACCT-ID TO HOLD-ACCT-ID.
003570     MOVE 0 TO HOLD-SEQ.
003580     START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
003590         INVALID KEY
003600             GO TO 2250-EXIT
003610     END-START.
003620     PERFORM 2260-READ-NEXT-HOLD
003630         THRU 2260-EXIT
003640         UNTIL WS-SEQ-SCAN-DONE.
003650 2250-EXIT.
003660     EXIT.
003670*
003680 2260-READ-NEXT-HOLD.
003690     READ HOLD-FILE NEXT RECORD
003700         AT END
003710             MOVE "Y" TO WS-SEQ-SCAN-SW
003720             GO TO 2260-EXIT
003730     END-READ.
003740     IF HOLD-ACCT-ID NOT = CARD-ACCT-ID THEN
003750         MOVE "Y" TO WS-SEQ-SCAN-SW
003760         GO TO 2260-EXIT
003770     END-IF.
003780     COMPUTE WS-NEXT-SEQ = HOLD-SEQ + 1.
003790 2260-EXIT.
003800     EXIT.
003810*
003820*-----------------------------------------------------------*
003830* 2300-AMEND-HOLD - change the amount, expiry or reason of  *
003840* an active hold; a blank card field leaves that field as   *
003850* it stands. The account and sequence name the hold and     *
003860* never change - a hold on another account is a new PLACE.  *
003870*-----------------------------------------------------------*
003880 2300-AMEND-HOLD.
003890     PERFORM 2700-READ-ACTIVE-HOLD
003900         THRU 2700-EXIT.
003910     IF NOT WS-CARD-GOOD THEN
003920         GO TO 2300-EXIT
003930     END-IF.
003940     MOVE HOLD-RECORD TO WS-BEFORE-IMAGE.
003950     IF CARD-AMOUNT NOT = SPACES THEN
003960         IF CARD-AMOUNT IS NOT NUMERIC OR CARD-AMOUNT = ZEROS THEN
003970             DISPLAY "AMEND REFUSED - " HOLD-ACCT-ID "/" HOLD-SEQ
003980                 " AMOUNT NOT A POSITIVE NUMBER"
003990             MOVE "N" TO WS-CARD-GOOD-SW
004000             GO TO 2300-EXIT
004010         END-IF
004020         MOVE CARD-AMOUNT TO HOLD-AMOUNT
004030     END-IF.
004040     IF CARD-EXPIRY-DATE NOT = SPACES THEN
004050         PERFORM 2850-CHECK-EXPIRY
004060             THRU 2850-EXIT
004070         IF NOT WS-EXPIRY-OK THEN
004080             DISPLAY "AMEND REFUSED - " HOLD-ACCT-ID "/" HOLD-SEQ
004090                 " EXPIRY " CARD-EXPIRY-DATE
004100                 " NOT A DATE AFTER " WS-PROC-DATE
004110             MOVE "N" TO WS-CARD-GOOD-SW
004120             GO TO 2300-EXIT
004130         END-IF
004140         MOVE CARD-EXPIRY-DATE TO HOLD-EXPIRY-DATE
004150     END-IF.
004160     IF CARD-REASON-CODE NOT = SPACE THEN
004170         MOVE CARD-REASON-CODE TO HOLD-REASON-CODE
004180         IF NOT HOLD-REASON-VALID THEN
004190             DISPLAY "AMEND REFUSED - " HOLD-ACCT-ID "/" HOLD-SEQ
004200                 " REASON NOT G, D, S OR O"
004210             MOVE "N" TO WS-CARD-GOOD-SW
004220             GO TO 2300-EXIT
004230         END-IF
004240     END-IF.
004250     IF CARD-REASON-TEXT NOT = SPACES THEN
004260         MOVE CARD-REASON-TEXT TO HOLD-REASON-TEXT
004270     END-IF.
004280     PERFORM 2750-REWRITE-HOLD
004290         THRU 2750-EXIT.
004300     IF WS-CARD-GOOD THEN
004310         MOVE "AMEND" TO WS-MAUD-ACTION
004320         PERFORM 2800-WRITE-MAINT-AUDIT
004330             THRU 2800-EXIT
004340         DISPLAY "AMENDED " HOLD-ACCT-ID "/" HOLD-SEQ
004350     END-IF.
004360 2300-EXIT.
004370     EXIT.
004380*
004390*-----------------------------------------------------------*
004400* 2400-RELEASE-HOLD - the hold stops counting against the   *
004410* balance from the next posting run; it stays on the master *
004420* with who released it and when.                            *
004430*-----------------------------------------------------------*
004440 2400-RELEASE-HOLD.
004450     PERFORM 2700-READ-ACTIVE-HOLD
004460         THRU 2700-EXIT.
004470     IF NOT WS-CARD-GOOD THEN
004480         GO TO 2400-EXIT
004490     END-IF.
004500     MOVE HOLD-RECORD TO WS-BEFORE-IMAGE.
004510     MOVE "R" TO HOLD-STATUS.
004520     MOVE WS-KEYED-BY TO HOLD-CLOSED-BY.
004530     MOVE WS-PROC-DATE TO HOLD-CLOSED-DATE.
004540     PERFORM 2750-REWRITE-HOLD
004550         THRU 2750-EXIT.
004560     IF WS-CARD-GOOD THEN
004570         MOVE "RELEASE" TO WS-MAUD-ACTION
004580         PERFORM 2800-WRITE-MAINT-AUDIT
004590             THRU 2800-EXIT
004600         DISPLAY "RELEASED " HOLD-ACCT-ID "/" HOLD-SEQ
004610     END-IF.
004620 2400-EXIT.
004630     EXIT.
004640*
004650*-----------------------------------------------------------*
004660* 2700-READ-ACTIVE-HOLD - AMEND and RELEASE both name a     *
004670* hold by account and sequence, and both need it still      *
004680* active: a released or expired hold is history, not        *
004690* maintenance.                                              *
004700*-----------------------------------------------------------*
004710 2700-READ-ACTIVE-HOLD.
004720     IF CARD-HOLD-SEQ IS NOT NUMERIC THEN
004730         DISPLAY CARD-ACTION " REFUSED - " CARD-ACCT-ID
004740             " HOLD NUMBER NOT NUMERIC"
004750         MOVE "N" TO WS-CARD-GOOD-SW
004760         GO TO 2700-EXIT
004770     END-IF.
004780     MOVE CARD-ACCT-ID TO HOLD-ACCT-ID.
004790     MOVE CARD-HOLD-SEQ TO HOLD-SEQ.
004800     READ HOLD-FILE
004810         INVALID KEY
004820             DISPLAY CARD-ACTION " REFUSED - " CARD-ACCT-ID "/"
004830                 CARD-HOLD-SEQ " NOT ON MASTER"
004840             MOVE "N" TO WS-CARD-GOOD-SW
004850             GO TO 2700-EXIT
004860     END-READ.
004870     IF NOT HOLD-ACTIVE THEN
004880         DISPLAY CARD-ACTION " REFUSED - " CARD-ACCT-ID "/"
004890             CARD-HOLD-SEQ " NO LONGER ACTIVE"
004900         MOVE "N" TO WS-CARD-GOOD-SW
004910     END-IF.
004920 2700-EXIT.
004930     EXIT.
004940*
004950 2750-REWRITE-HOLD.
004960     REWRITE HOLD-RECORD
004970         INVALID KEY
004980             DISPLAY "MASTER REWRITE FAILED FOR " HOLD-KEY
004990                 " STATUS " WS-HOLDMAST-STATUS
005000             MOVE "N" TO WS-CARD-GOOD-SW
005010     END-REWRITE.
005020 2750-EXIT.
005030     EXIT.
005040*
005050*-----------------------------------------------------------*
005060* 2800-WRITE-MAINT-AUDIT - full before and after images of  *
005070* the hold record, plus who keyed the card and when; the    *
005080* key is the account, the images carry the hold number.     *
005090*-----------------------------------------------------------*
005100 2800-WRITE-MAINT-AUDIT.
005110     MOVE "HoldMnt" TO MAUD-PROGRAM-ID.
005120     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
005130     ACCEPT WS-TS-TIME FROM TIME.
005140     STRING WS-TS-DATE DELIMITED BY SIZE
005150             WS-TS-TIME(1:6) DELIMITED BY SIZE
005160         INTO MAUD-TIMESTAMP
005170     END-STRING.
005180     MOVE WS-KEYED-BY TO MAUD-OPERATOR-ID.
005190     MOVE "HOLDMAST" TO MAUD-FILE-ID.
005200     MOVE WS-MAUD-ACTION TO MAUD-ACTION.
005210     MOVE HOLD-ACCT-ID TO MAUD-KEY.
005220     MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE.
005230     MOVE HOLD-RECORD TO MAUD-AFTER-IMAGE.
005240     WRITE MAUD-RECORD.
005250 2800-EXIT.
005260     EXIT.
005270*
005280*-----------------------------------------------------------*
005290* 2850-CHECK-EXPIRY - the expiry must be numeric, a         *
005300* possible month (01-12) and day (01-31), and later than    *
005310* the processing date.                                      *
005320*-----------------------------------------------------------*
005330 2850-CHECK-EXPIRY.
005340     MOVE "N" TO WS-EXPIRY-OK-SW.
005350     IF CARD-EXPIRY-DATE IS NOT NUMERIC THEN
005360         GO TO 2850-EXIT
005370     END-IF.
005380     MOVE CARD-EXPIRY-DATE TO WS-EXPIRY-CHECK.
005390     IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
005400             OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31 THEN
005410         GO TO 2850-EXIT
005420     END-IF.
005430     IF WS-EXPIRY-CHECK > WS-PROC-DATE THEN
005440         MOVE "Y" TO WS-EXPIRY-OK-SW
005450     END-IF.
005460 2850-EXIT.
005470     EXIT.
005480*
005490*-----------------------------------------------------------*
005500* 8000-FINALIZE - recap the batch and close the files; any  *
005510* refused card flags the step with a warning return code.   *
005520*-----------------------------------------------------------*
005530 8000-FINALIZE.
005540     DISPLAY "CARDS READ   : " WS-CARD-COUNT.
005550     DISPLAY "APPLIED      : " WS-APPLIED-COUNT.
005560     DISPLAY "REFUSED      : " WS-ERROR-COUNT.
005570     IF WS-ERROR-COUNT > 0 AND RETURN-CODE = 0 THEN
005580         MOVE 4 TO RETURN-CODE
005590     END-IF.
005600     CLOSE CARD-FILE.
005610     CLOSE HOLD-FILE.
005620     CLOSE ACCTMAST-FILE.
005630     CLOSE MAINT-AUDIT-FILE.
005640 8000-EXIT.
005650     EXIT.
