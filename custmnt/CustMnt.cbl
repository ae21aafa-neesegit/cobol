000130*                  audit record with the full before and     *
000140*                  after record images and the signed-on     *
000150*                  operator's id.                            *
      *  2026-10-15  MM  New GRPLIMIT and GRPCLEAR actions set or  *
      *                  remove a customer's group overdraft limit *
      *                  - the cap on all their linked accounts    *
      *                  together, in base currency. Like the      *
      *                  sensitive account actions they do not     *
      *                  apply here: each is validated and queued  *
      *                  on the pending-approval file for a        *
      *                  supervisor to approve or void in ApprMnt, *
      *                  with a maintenance audit record for the   *
      *                  request. ADD starts a customer with no    *
      *                  group limit.                              *
      *  2026-10-15  MM  Group-limit requests leave the pending    *
      *                  record's product code blank; it belongs   *
      *                  to AcctMaint's PRODUCT request.           *
000160*-----------------------------------------------------------*
000170*
000180 ENVIRONMENT DIVISION.
000330     SELECT SIGNON-FILE ASSIGN TO SIGNLOG
000340         ORGANIZATION IS SEQUENTIAL.
000350*
000351     SELECT PENDING-FILE ASSIGN TO PENDFILE
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS PEND-REQ-ID
000355         FILE STATUS IS WS-PENDFILE-STATUS.
000356*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CARD-FILE.
000400     05  CARD-ACTION                 PIC X(08).
000410     05  CARD-CUST-NO                PIC X(06).
000420     05  CARD-CUST-NAME              PIC X(25).
000422     05  CARD-LIMIT-FIELDS REDEFINES CARD-CUST-NAME.
000424         10  CARD-GROUP-LIMIT        PIC 9(08).
000426         10  FILLER                  PIC X(17).
000430     05  CARD-CUST-ADDRESS           PIC X(28).
000440     05  CARD-CUST-PHONE             PIC X(12).
000450     05  FILLER                      PIC X(01).
000530 FD  SIGNON-FILE.
000540     COPY SIGNREC.
000550*
000552 FD  PENDING-FILE.
000554     COPY PENDREC.
000556*
000560 WORKING-STORAGE SECTION.
000570 01  WS-SWITCHES.
000580     05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
000610         88  WS-CARD-GOOD                VALUE "Y".
000620*
000630 01  WS-CUSTMAST-STATUS              PIC X(02).
000631 01  WS-PENDFILE-STATUS              PIC X(02).
000632*
000633 01  WS-PEND-EOF-SW                  PIC X(01).
000634     88  WS-PEND-EOF                     VALUE "Y".
000635 01  WS-NEXT-REQ-ID                  PIC 9(06) VALUE 1.
000636 01  WS-PEND-ACTION                  PIC X(08).
000640*
000650 01  WS-SIGN-EOF-SW                  PIC X(01) VALUE "N".
000660     88  WS-SIGN-EOF                     VALUE "Y".
000980     OPEN INPUT CARD-FILE.
000990     OPEN I-O CUSTMAST-FILE.
001000     OPEN EXTEND MAINT-AUDIT-FILE.
001005     OPEN I-O PENDING-FILE.
001010     PERFORM 1150-LOAD-SIGNON-OPERATOR
001020         THRU 1150-EXIT.
001023     PERFORM 1180-FIND-NEXT-REQ-ID
001026         THRU 1180-EXIT.
001030     PERFORM 2100-READ-CARD
001040         THRU 2100-EXIT.
001050 1000-EXIT.
001320     EXIT.
001330*
001340*-----------------------------------------------------------*
      * 1180-FIND-NEXT-REQ-ID - one pass down the pending file for  *
      * the highest request id so new requests continue the series  *
      * the account maintenance step shares.                        *
      *-----------------------------------------------------------*
       1180-FIND-NEXT-REQ-ID.
           MOVE "N" TO WS-PEND-EOF-SW.
           MOVE 0 TO PEND-REQ-ID.
           START PENDING-FILE KEY IS NOT LESS THAN PEND-REQ-ID
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF-SW
           END-START.
           PERFORM 1185-READ-PENDING-RECORD
               THRU 1185-EXIT
               UNTIL WS-PEND-EOF.
       1180-EXIT.
           EXIT.
      *
       1185-READ-PENDING-RECORD.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PEND-EOF-SW
                   GO TO 1185-EXIT
           END-READ.
           COMPUTE WS-NEXT-REQ-ID = PEND-REQ-ID + 1.
       1185-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
001350* 2000-PROCESS-CARD - dispatch one maintenance card by its    *
001360* action word; an unrecognized action is reported and         *
001370* skipped.                                                    *
001460         WHEN "CHANGE  "
001470             PERFORM 2300-CHANGE-CUSTOMER
001480                 THRU 2300-EXIT
001481         WHEN "GRPLIMIT"
001482             PERFORM 2400-SET-GROUP-LIMIT
001483                 THRU 2400-EXIT
001484         WHEN "GRPCLEAR"
001485             PERFORM 2450-CLEAR-GROUP-LIMIT
001486                 THRU 2450-EXIT
001490         WHEN OTHER
001500             DISPLAY "UNKNOWN ACTION: " CARD-ACTION
001510                 " FOR " CARD-CUST-NO
001930     MOVE CARD-CUST-NAME TO CUST-NAME.
001940     MOVE CARD-CUST-ADDRESS TO CUST-ADDRESS.
001950     MOVE CARD-CUST-PHONE TO CUST-PHONE.
001953     MOVE "N" TO CUST-GROUP-LIMIT-SW.
001956     MOVE 0 TO CUST-GROUP-LIMIT.
001960     WRITE CUST-RECORD
001970         INVALID KEY
001980             DISPLAY "MASTER WRITE FAILED FOR " CUST-NO
002460     EXIT.
002470*
002480*-----------------------------------------------------------*
      * 2400-SET-GROUP-LIMIT - the credit team keys the customer's  *
      * group overdraft limit, in base currency, in the first       *
      * eight columns of the name field. The limit caps all the     *
      * customer's linked accounts together; like an account        *
      * limit it only takes effect when a supervisor approves the   *
      * queued request in ApprMnt.                                  *
      *-----------------------------------------------------------*
       2400-SET-GROUP-LIMIT.
           MOVE CARD-CUST-NO TO CUST-NO.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "GRPLIMIT REFUSED - " CARD-CUST-NO
                       " NOT ON MASTER"
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2400-EXIT
           END-READ.
           IF CARD-GROUP-LIMIT IS NOT NUMERIC THEN
               DISPLAY "GRPLIMIT REFUSED - " CUST-NO
                   " AMOUNT NOT NUMERIC"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2400-EXIT
           END-IF.
           MOVE "GRPLIMIT" TO WS-PEND-ACTION.
           PERFORM 2900-QUEUE-PENDING
               THRU 2900-EXIT.
           IF WS-CARD-GOOD THEN
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               MOVE "PEND-GLM" TO WS-MAUD-ACTION
               PERFORM 2800-WRITE-MAINT-AUDIT
                   THRU 2800-EXIT
               DISPLAY "GRPLIMIT " CUST-NO " TO " CARD-GROUP-LIMIT
                   " QUEUED FOR APPROVAL"
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
      * 2450-CLEAR-GROUP-LIMIT - take the group limit off again,    *
      * leaving each account's own limit as the only cap; queued    *
      * for approval the same way.                                  *
      *-----------------------------------------------------------*
       2450-CLEAR-GROUP-LIMIT.
           MOVE CARD-CUST-NO TO CUST-NO.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "GRPCLEAR REFUSED - " CARD-CUST-NO
                       " NOT ON MASTER"
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2450-EXIT
           END-READ.
           IF NOT CUST-HAS-GROUP-LIMIT THEN
               DISPLAY "GRPCLEAR REFUSED - " CUST-NO
                   " HAS NO GROUP LIMIT"
               MOVE "N" TO WS-CARD-GOOD-SW
               GO TO 2450-EXIT
           END-IF.
           MOVE "GRPCLEAR" TO WS-PEND-ACTION.
           PERFORM 2900-QUEUE-PENDING
               THRU 2900-EXIT.
           IF WS-CARD-GOOD THEN
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               MOVE "PEND-GCL" TO WS-MAUD-ACTION
               PERFORM 2800-WRITE-MAINT-AUDIT
                   THRU 2800-EXIT
               DISPLAY "GRPCLEAR " CUST-NO " QUEUED FOR APPROVAL"
           END-IF.
       2450-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
002490* 2800-WRITE-MAINT-AUDIT - full before and after images of    *
002500* the customer record, plus who keyed the card and when, so   *
002510* a changed address is visible after the fact.                *
002690     EXIT.
002700*
002710*-----------------------------------------------------------*
      * 2900-QUEUE-PENDING - one pending-approval record for the    *
      * validated customer request: no account id, the customer     *
      * number and the new limit, who asked and when. The master    *
      * does not move here.                                         *
      *-----------------------------------------------------------*
       2900-QUEUE-PENDING.
           MOVE WS-NEXT-REQ-ID TO PEND-REQ-ID.
           MOVE WS-PEND-ACTION TO PEND-ACTION.
           MOVE SPACES TO PEND-ACCT-ID.
           IF WS-PEND-ACTION = "GRPLIMIT" THEN
               MOVE CARD-GROUP-LIMIT TO PEND-AMOUNT
           ELSE
               MOVE 0 TO PEND-AMOUNT
           END-IF.
           MOVE CUST-NO TO PEND-CUST-NO.
           MOVE SPACES TO PEND-PRODUCT-CODE.
           MOVE WS-KEYED-BY TO PEND-REQUESTED-BY.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           STRING WS-TS-DATE DELIMITED BY SIZE
                   WS-TS-TIME(1:6) DELIMITED BY SIZE
               INTO PEND-REQUEST-TS
           END-STRING.
           MOVE "P" TO PEND-STATUS.
           MOVE SPACES TO PEND-DECIDED-BY.
           MOVE 0 TO PEND-DECISION-TS.
           WRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "PENDING WRITE FAILED FOR " PEND-REQ-ID
                       " STATUS " WS-PENDFILE-STATUS
                   MOVE "N" TO WS-CARD-GOOD-SW
                   GO TO 2900-EXIT
           END-WRITE.
           ADD 1 TO WS-NEXT-REQ-ID.
       2900-EXIT.
           EXIT.
      *
      *-----------------------------------------------------------*
002720* 8000-FINALIZE - recap the batch and close the files; any    *
002730* refused card flags the step with a warning return code.     *
002740*-----------------------------------------------------------*
002820     CLOSE CARD-FILE.
002830     CLOSE CUSTMAST-FILE.
002840     CLOSE MAINT-AUDIT-FILE.
002845     CLOSE PENDING-FILE.
002850 8000-EXIT.
002860     EXIT.
