000390*                  the count. The sign-on record carries the   *
000400*                  new event type; the SIGNOFF step writes     *
000410*                  the matching sign-off at end of run.        *
000413*  2026-10-15  MM  The lock-out audit record carries the new   *
000416*                  branch field, left blank.                   *
000420*-----------------------------------------------------------*
000430*
000440 ENVIRONMENT DIVISION.
002490     MOVE 0 TO AUDIT-AMOUNT-APPLIED.
002500     MOVE 0 TO AUDIT-BALANCE-AFTER.
002510     MOVE "OPER-LOCK" TO AUDIT-REASON.
002515     MOVE SPACES TO AUDIT-BRANCH-ID.
002520     WRITE AUDIT-RECORD.
002530 2140-EXIT.
002540     EXIT.
