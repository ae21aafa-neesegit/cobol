000300*                  and an empty recycle batch goes out so   *
000310*                  the nightly edit never re-reads a stale  *
000320*                  one.                                      *
000322*  2026-10-15  MM  Audit records carry the new branch field, *
000324*                  left blank: a release decision belongs to *
000326*                  no branch.                                *
000327*  2026-10-15  MM  A reversal audits no amount, prints the   *
000328*                  id it reverses, and refuses a correction  *
000329*                  to its type or amount.                    *
000330*-----------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
001750         88  WS-WRK-IS-DEBIT             VALUE "D".
001760         88  WS-WRK-IS-CREDIT            VALUE "C".
001770         88  WS-WRK-IS-TRANSFER          VALUE "T".
001775         88  WS-WRK-IS-REVERSAL          VALUE "R".
001780     05  WS-WRK-AMOUNT               PIC S9(8).
001782     05  WS-WRK-REVERSED-ID REDEFINES WS-WRK-AMOUNT
001784                                     PIC X(08).
001790     05  WS-WRK-CURRENCY             PIC X(03).
001800     05  WS-WRK-CONTRA-ACCT          PIC X(06).
001810*
002080     05  WS-DTL-REASON-CODE          PIC X(04).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  WS-DTL-AMOUNT               PIC -(7)9.
002102     05  WS-DTL-REVERSED-ID REDEFINES WS-DTL-AMOUNT
002104                                     PIC X(08).
002110     05  FILLER                      PIC X(04) VALUE SPACES.
002120     05  WS-DTL-DISPOSITION          PIC X(20).
002130*
005330* 2350-CORRECT-ITEM - overlay the non-blank card fields onto   *
005340* the rejected detail, then release the corrected item the     *
005350* same way; a correction that is not numeric where it must     *
005360* be is refused and the item stays held. So is a new type or   *
005365* amount for a reversal, whose amount field is the reversed id.*
005370*-----------------------------------------------------------*
005380 2350-CORRECT-ITEM.
005390     IF WS-DEC-ACCT-ID(WS-DEC-IX) NOT = SPACES THEN
005530         MOVE WS-PROC-DATE TO WS-WRK-DATE
005540     END-IF.
005550     IF WS-DEC-TYPE(WS-DEC-IX) NOT = SPACE THEN
005551         IF WS-WRK-IS-REVERSAL THEN
005552             DISPLAY "CORRECT REFUSED - " WS-WRK-TRAN-ID
005553                 " TYPE OF A REVERSAL"
005554             MOVE 4 TO RETURN-CODE
005555             PERFORM 2500-KEEP-ITEM
005556                 THRU 2500-EXIT
005557             GO TO 2350-EXIT
005558         END-IF
005560         MOVE WS-DEC-TYPE(WS-DEC-IX) TO WS-WRK-TYPE
005570     END-IF.
005580     IF WS-DEC-AMOUNT(WS-DEC-IX) NOT = SPACES THEN
005581         IF WS-WRK-IS-REVERSAL THEN
005582             DISPLAY "CORRECT REFUSED - " WS-WRK-TRAN-ID
005583                 " AMOUNT OF A REVERSAL"
005584             MOVE 4 TO RETURN-CODE
005585             PERFORM 2500-KEEP-ITEM
005586                 THRU 2500-EXIT
005587             GO TO 2350-EXIT
005588         END-IF
005590         IF WS-DEC-AMOUNT(WS-DEC-IX) IS NOT NUMERIC THEN
005600             DISPLAY "CORRECT REFUSED - " WS-WRK-TRAN-ID
005610                 " AMOUNT NOT NUMERIC"
006350*-----------------------------------------------------------*
006360* 2600-WRITE-AUDIT-RECORD - every disposition leaves the same  *
006370* trail a balance movement does; no balance moves here, so     *
006380* before and after are zero and the amount is the item's; a    *
006385* reversal carries no amount of its own, so it audits zero.    *
006390*-----------------------------------------------------------*
006400 2600-WRITE-AUDIT-RECORD.
006410     MOVE "ExcpRel" TO AUDIT-PROGRAM-ID.
006470     END-STRING.
006480     MOVE WS-WRK-ACCT-ID TO AUDIT-ACCT-ID.
006490     MOVE 0 TO AUDIT-BALANCE-BEFORE.
006500     IF WS-WRK-IS-REVERSAL THEN
006502         MOVE 0 TO AUDIT-AMOUNT-APPLIED
006504     ELSE
006506         MOVE WS-WRK-AMOUNT TO AUDIT-AMOUNT-APPLIED
006508     END-IF.
006510     MOVE 0 TO AUDIT-BALANCE-AFTER.
006520     MOVE WS-AUDIT-REASON TO AUDIT-REASON.
006525     MOVE SPACES TO AUDIT-BRANCH-ID.
006530     WRITE AUDIT-RECORD.
006540 2600-EXIT.
006550     EXIT.
006820     MOVE WS-WRK-ACCT-ID TO WS-DTL-ACCT-ID.
006830     MOVE WS-WRK-TRAN-ID TO WS-DTL-TRAN-ID.
006840     MOVE EXC-REASON-CODE TO WS-DTL-REASON-CODE.
006850     IF WS-WRK-IS-REVERSAL THEN
006852         MOVE WS-WRK-REVERSED-ID TO WS-DTL-REVERSED-ID
006854     ELSE
006856         MOVE WS-WRK-AMOUNT TO WS-DTL-AMOUNT
006858     END-IF.
006860     WRITE RELEASE-LINE FROM WS-RPT-DETAIL-LINE.
006870     ADD 1 TO WS-RPT-LINE-COUNT.
006880 2800-EXIT.
