      *================================================================*
      *  ALRTREC.CPY                                                    *
      *  Suspicious-activity alert - one per case the monitoring step   *
      *  raises, keyed by case number. The subject is the customer the  *
      *  activity was rolled up to, or the account itself when it       *
      *  cannot be tied to a customer. A large single item names the    *
      *  account and transaction; a structuring or in-and-out case is   *
      *  a pattern over the window and carries the window totals        *
      *  instead. Raised open by SuspMon; closed or escalated by a      *
      *  supervisor through AlrtMnt, who is stamped on the record       *
      *  with the time of the decision. Open and escalated cases stay   *
      *  on the compliance worklist every night until closed.           *
      *================================================================*
       01  ALRT-RECORD.
           05  ALRT-CASE-NO                PIC 9(06).
           05  ALRT-RAISED-DATE            PIC 9(08).
           05  ALRT-TYPE                   PIC X(06).
               88  ALRT-LARGE-ITEM         VALUE "LARGE".
               88  ALRT-STRUCTURING        VALUE "STRUCT".
               88  ALRT-IN-AND-OUT         VALUE "INOUT".
           05  ALRT-SUBJECT-TYPE           PIC X(01).
               88  ALRT-SUBJECT-CUSTOMER   VALUE "C".
               88  ALRT-SUBJECT-ACCOUNT    VALUE "A".
           05  ALRT-SUBJECT-ID             PIC X(06).
           05  ALRT-ACCT-ID                PIC X(06).
           05  ALRT-TRAN-ID                PIC X(08).
           05  ALRT-BASE-AMOUNT            PIC 9(11).
           05  ALRT-ITEM-COUNT             PIC 9(05).
           05  ALRT-STATUS                 PIC X(01).
               88  ALRT-OPEN               VALUE "O".
               88  ALRT-ESCALATED          VALUE "E".
               88  ALRT-CLOSED             VALUE "C".
               88  ALRT-ON-WORKLIST        VALUE "O" "E".
           05  ALRT-DECIDED-BY             PIC X(06).
           05  ALRT-DECISION-TS            PIC 9(14).
           05  FILLER                      PIC X(02).
