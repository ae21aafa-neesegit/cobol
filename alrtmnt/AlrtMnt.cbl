000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AlrtMnt.
000030 AUTHOR. Mattieu.
000040*
000050*-----------------------------------------------------------*
000060* MODIFICATION HISTORY                                      *
000070*  2026-10-15  MM  New alert maintenance for the compliance *
000080*                  worklist: a supervisor, validated        *
000090*                  against the operator master, CLOSEs a    *
000100*                  suspicious-activity case or ESCALATEs    *
000110*                  it. The decision is stamped on the alert *
000120*                  and every change goes to the maintenance *
000130*                  audit log with before and after images.  *
000140*-----------------------------------------------------------*
000150*
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190     SELECT CARD-FILE ASSIGN TO SYSIN
000200         ORGANIZATION IS SEQUENTIAL.
000210*
000220     SELECT ALERT-FILE ASSIGN TO ALERTS
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS ALRT-CASE-NO
000260         FILE STATUS IS WS-ALERTS-STATUS.
000270*
000280     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OPER-ID
000320         FILE STATUS IS WS-OPERMAST-STATUS.
000330*
000340     SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTLOG
000350         ORGANIZATION IS SEQUENTIAL.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CARD-FILE.
000400 01  ALERT-CARD.
000410     05  CARD-ACTION                 PIC X(08).
000420     05  CARD-CASE-NO                PIC X(06).
000430     05  CARD-SUPERVISOR-ID          PIC X(06).
000440     05  FILLER                      PIC X(60).
000450*
000460 FD  ALERT-FILE.
000470     COPY ALRTREC.
000480*
000490 FD  OPERMAST-FILE.
000500     COPY OPERREC.
000510*
000520 FD  MAINT-AUDIT-FILE.
000530     COPY MAUDREC.
000540*
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000580         88  WS-CARD-EOF                 VALUE "Y".
000590     05  WS-CARD-GOOD-SW             PIC X(01).
000600         88  WS-CARD-GOOD                VALUE "Y".
000610*
000620 01  WS-ALERTS-STATUS                PIC X(02).
000630 01  WS-OPERMAST-STATUS              PIC X(02).
000640*
000650 01  WS-BEFORE-IMAGE                 PIC X(80).
000660 01  WS-MAUD-ACTION                  PIC X(08).
000670*
000680 01  WS-TIMESTAMP-WORK.
000690     05  WS-TS-DATE                  PIC 9(08).
000700     05  WS-TS-TIME                  PIC 9(08).
000710*
000720 01  WS-NOW-TS                       PIC 9(14).
000730*
000740 01  WS-MAINT-COUNTERS.
000750     05  WS-CARD-COUNT               PIC 9(04) VALUE 0.
000760     05  WS-APPLIED-COUNT            PIC 9(04) VALUE 0.
000770     05  WS-ERROR-COUNT              PIC 9(04) VALUE 0.
000780*
000790 PROCEDURE DIVISION.
000800*
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE
000830         THRU 1000-EXIT.
000840     PERFORM 2000-PROCESS-CARD
000850         THRU 2000-EXIT
000860         UNTIL WS-CARD-EOF.
000870     PERFORM 8000-FINALIZE
000880         THRU 8000-EXIT.
000890     STOP RUN.
000900*
000910*-----------------------------------------------------------*
000920* 1000-INITIALIZE - open the card, alert, operator and      *
000930* audit files and prime the card read.                      *
000940*-----------------------------------------------------------*
000950 1000-INITIALIZE.
000960     OPEN INPUT CARD-FILE.
000970     OPEN I-O ALERT-FILE.
000980     OPEN INPUT OPERMAST-FILE.
000990     OPEN EXTEND MAINT-AUDIT-FILE.
001000     PERFORM 2100-READ-CARD
001010         THRU 2100-EXIT.
001020 1000-EXIT.
001030     EXIT.
001040*
001050*-----------------------------------------------------------*
001060* 2000-PROCESS-CARD - one decision per card.                *
001070*-----------------------------------------------------------*
001080 2000-PROCESS-CARD.
001090     ADD 1 TO WS-CARD-COUNT.
001100     MOVE "Y" TO WS-CARD-GOOD-SW.
001110     EVALUATE CARD-ACTION
001120         WHEN "CLOSE   "
001130             PERFORM 2200-DECIDE-ALERT
001140                 THRU 2200-EXIT
001150         WHEN "ESCALATE"
001160             PERFORM 2200-DECIDE-ALERT
001170                 THRU 2200-EXIT
001180         WHEN OTHER
001190             DISPLAY "UNKNOWN ACTION: " CARD-ACTION
001200                 " FOR CASE " CARD-CASE-NO
001210             MOVE "N" TO WS-CARD-GOOD-SW
001220     END-EVALUATE.
001230     IF WS-CARD-GOOD THEN
001240         ADD 1 TO WS-APPLIED-COUNT
001250     ELSE
001260         ADD 1 TO WS-ERROR-COUNT
001270     END-IF.
001280     PERFORM 2100-READ-CARD
001290         THRU 2100-EXIT.
001300 2000-EXIT.
001310     EXIT.
001320*
001330 2100-READ-CARD.
001340     READ CARD-FILE
001350         AT END
001360             MOVE "Y" TO WS-CARD-EOF-SW
001370     END-READ.
001380 2100-EXIT.
001390     EXIT.
001400*
001410*-----------------------------------------------------------*
001420* 2200-DECIDE-ALERT - prove the supervisor, read the case,  *
001430* and move it on: ESCALATE only an open case, CLOSE an open *
001440* or escalated one. A closed case is final.                 *
001450*-----------------------------------------------------------*
001460 2200-DECIDE-ALERT.
001470     PERFORM 2250-CHECK-SUPERVISOR
001480         THRU 2250-EXIT.
001490     IF NOT WS-CARD-GOOD THEN
001500         GO TO 2200-EXIT
001510     END-IF.
001520     IF CARD-CASE-NO IS NOT NUMERIC THEN
001530         DISPLAY "DECISION REFUSED - CASE "
001540             CARD-CASE-NO " NOT NUMERIC"
001550         MOVE "N" TO WS-CARD-GOOD-SW
001560         GO TO 2200-EXIT
001570     END-IF.
001580     MOVE CARD-CASE-NO TO ALRT-CASE-NO.
001590     READ ALERT-FILE
001600         INVALID KEY
001610             DISPLAY "DECISION REFUSED - CASE "
001620                 CARD-CASE-NO " NOT ON ALERT FILE"
001630             MOVE "N" TO WS-CARD-GOOD-SW
001640             GO TO 2200-EXIT
001650     END-READ.
001660     IF ALRT-CLOSED THEN
001670         DISPLAY "DECISION REFUSED - CASE " ALRT-CASE-NO
001680             " ALREADY CLOSED"
001690         MOVE "N" TO WS-CARD-GOOD-SW
001700         GO TO 2200-EXIT
001710     END-IF.
001720     IF CARD-ACTION = "ESCALATE" AND ALRT-ESCALATED THEN
001730         DISPLAY "DECISION REFUSED - CASE " ALRT-CASE-NO
001740             " ALREADY ESCALATED"
001750         MOVE "N" TO WS-CARD-GOOD-SW
001760         GO TO 2200-EXIT
001770     END-IF.
001780     MOVE ALRT-RECORD TO WS-BEFORE-IMAGE.
001790     IF CARD-ACTION = "ESCALATE" THEN
001800         MOVE "E" TO ALRT-STATUS
001810     ELSE
001820         MOVE "C" TO ALRT-STATUS
001830     END-IF.
001840     MOVE CARD-ACTION TO WS-MAUD-ACTION.
001850     MOVE CARD-SUPERVISOR-ID TO ALRT-DECIDED-BY.
001860     PERFORM 2550-GET-TIMESTAMP
001870         THRU 2550-EXIT.
001880     MOVE WS-NOW-TS TO ALRT-DECISION-TS.
001890     REWRITE ALRT-RECORD
001900         INVALID KEY
001910             DISPLAY "ALERT REWRITE FAILED FOR " ALRT-CASE-NO
001920                 " STATUS " WS-ALERTS-STATUS
001930             MOVE "N" TO WS-CARD-GOOD-SW
001940             GO TO 2200-EXIT
001950     END-REWRITE.
001960     PERFORM 2800-WRITE-MAINT-AUDIT
001970         THRU 2800-EXIT.
001980     DISPLAY CARD-ACTION " CASE " ALRT-CASE-NO
001990         " BY " CARD-SUPERVISOR-ID.
002000 2200-EXIT.
002010     EXIT.
002020*
002030*-----------------------------------------------------------*
002040* 2250-CHECK-SUPERVISOR - the deciding id must be on the    *
002050* operator master, active, and a supervisor.                *
002060*-----------------------------------------------------------*
002070 2250-CHECK-SUPERVISOR.
002080     MOVE CARD-SUPERVISOR-ID TO OPER-ID.
002090     READ OPERMAST-FILE
002100         INVALID KEY
002110             DISPLAY "DECISION REFUSED - SUPERVISOR "
002120                 CARD-SUPERVISOR-ID " NOT ON MASTER"
002130             MOVE "N" TO WS-CARD-GOOD-SW
002140             GO TO 2250-EXIT
002150     END-READ.
002160     IF OPER-DISABLED THEN
002170         DISPLAY "DECISION REFUSED - SUPERVISOR "
002180             OPER-ID " IS DISABLED"
002190         MOVE "N" TO WS-CARD-GOOD-SW
002200         GO TO 2250-EXIT
002210     END-IF.
002220     IF NOT OPER-IS-SUPERVISOR THEN
002230         DISPLAY "DECISION REFUSED - " OPER-ID
002240             " IS NOT A SUPERVISOR"
002250         MOVE "N" TO WS-CARD-GOOD-SW
002260     END-IF.
002270 2250-EXIT.
002280     EXIT.
002290*
002300 2550-GET-TIMESTAMP.
002310     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002320     ACCEPT WS-TS-TIME FROM TIME.
002330     STRING WS-TS-DATE DELIMITED BY SIZE
002340             WS-TS-TIME(1:6) DELIMITED BY SIZE
002350         INTO WS-NOW-TS
002360     END-STRING.
002370 2550-EXIT.
002380     EXIT.
002390*
002400*-----------------------------------------------------------*
002410* 2800-WRITE-MAINT-AUDIT - the decision goes to the         *
002420* maintenance log under the deciding supervisor's id, with  *
002430* the alert as it was and as it now stands.                 *
002440*-----------------------------------------------------------*
002450 2800-WRITE-MAINT-AUDIT.
002460     MOVE "AlrtMnt" TO MAUD-PROGRAM-ID.
002470     MOVE WS-NOW-TS TO MAUD-TIMESTAMP.
002480     MOVE CARD-SUPERVISOR-ID TO MAUD-OPERATOR-ID.
002490     MOVE "ALERTS" TO MAUD-FILE-ID.
002500     MOVE WS-MAUD-ACTION TO MAUD-ACTION.
002510     MOVE ALRT-CASE-NO TO MAUD-KEY.
002520     MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE.
002530     MOVE ALRT-RECORD TO MAUD-AFTER-IMAGE.
002540     WRITE MAUD-RECORD.
002550 2800-EXIT.
002560     EXIT.
002570*
002580*-----------------------------------------------------------*
002590* 8000-FINALIZE - recap the batch and close every file; any *
002600* refused card flags the step with a warning return code.   *
002610*-----------------------------------------------------------*
002620 8000-FINALIZE.
002630     DISPLAY "CARDS READ   : " WS-CARD-COUNT.
002640     DISPLAY "APPLIED      : " WS-APPLIED-COUNT.
002650     DISPLAY "REFUSED      : " WS-ERROR-COUNT.
002660     IF WS-ERROR-COUNT > 0 THEN
002670         MOVE 4 TO RETURN-CODE
002680     END-IF.
002690     CLOSE CARD-FILE.
002700     CLOSE ALERT-FILE.
002710     CLOSE OPERMAST-FILE.
002720     CLOSE MAINT-AUDIT-FILE.
002730 8000-EXIT.
002740     EXIT.
