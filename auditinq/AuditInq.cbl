000120*                  proving the chain ties out to the         *
000130*                  account's current master balance. This is *
000140*                  the report for every disputed balance.    *
000143*  2026-10-15  MM  Each line shows the branch the audit      *
000146*                  record carries.                           *
000150*-----------------------------------------------------------*
000160*
000170 ENVIRONMENT DIVISION.
000990     05  FILLER                      PIC X(12) VALUE "REASON".
001000     05  FILLER                      PIC X(12) VALUE "AMOUNT".
001010     05  FILLER                      PIC X(14) VALUE "BEFORE".
001020     05  FILLER                      PIC X(10) VALUE "AFTER".
001025     05  FILLER                      PIC X(06) VALUE "BRANCH".
001030*
001040 01  WS-RPT-DETAIL-LINE.
001050     05  WS-DTL-TIMESTAMP            PIC 9(14).
001130     05  WS-DTL-BEFORE               PIC -(7)9.
001140     05  FILLER                      PIC X(04) VALUE SPACES.
001150     05  WS-DTL-AFTER                PIC -(7)9.
001153     05  FILLER                      PIC X(04) VALUE SPACES.
001156     05  WS-DTL-BRANCH               PIC X(04).
001160*
001170 01  WS-RPT-GAP-LINE.
001180     05  FILLER                      PIC X(40) VALUE
002240     MOVE AUDIT-AMOUNT-APPLIED TO WS-DTL-AMOUNT.
002250     MOVE AUDIT-BALANCE-BEFORE TO WS-DTL-BEFORE.
002260     MOVE AUDIT-BALANCE-AFTER TO WS-DTL-AFTER.
002265     MOVE AUDIT-BRANCH-ID TO WS-DTL-BRANCH.
002270     WRITE INQUIRY-LINE FROM WS-RPT-DETAIL-LINE.
002280     ADD 1 TO WS-RPT-LINE-COUNT.
002290 2100-EXIT.
