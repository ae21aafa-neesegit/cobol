000150*                  file proves records in = archived +       *
000160*                  retained - audit retention is a           *
000170*                  compliance requirement.                   *
000172*  2026-10-15  MM  Audit records are four bytes longer for   *
000174*                  the branch; the archive and kept copies   *
000176*                  follow.                                   *
000180*-----------------------------------------------------------*
000190*
000200 ENVIRONMENT DIVISION.
000580     COPY AUDITREC.
000590*
000600 FD  AUDIT-ARCH-FILE.
000610 01  AUDIT-ARCH-RECORD               PIC X(66).
000620*
000630 FD  AUDIT-KEEP-FILE.
000640 01  AUDIT-KEEP-RECORD               PIC X(66).
000650*
000660 FD  SIGNON-IN-FILE.
000670     COPY SIGNREC.
