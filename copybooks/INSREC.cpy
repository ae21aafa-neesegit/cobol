      *================================================================*
      *  INSREC.CPY                                                     *
      *  Deposit-insurance regulatory file - the fixed-format return    *
      *  the DepIns step writes for the deposit-guarantee filing. One   *
      *  header, one detail per depositor (a customer with deposits on  *
      *  their linked accounts), one trailer. Amounts are whole units   *
      *  of the base currency, converted at the treasury rates          *
      *  effective on the report date; only positive balances count as  *
      *  deposits. A depositor's total is split at the insured cap      *
      *  into the covered and the uncovered part. The trailer's         *
      *  unassigned figures are deposits on accounts that cannot be     *
      *  tied to a depositor; with the depositor total they make up     *
      *  the base-currency deposit total of the whole account master.   *
      *  INS-REC-TYPE distinguishes the three layouts; all are 80       *
      *  bytes.                                                         *
      *================================================================*
       01  INS-DETAIL-RECORD.
           05  INS-REC-TYPE                PIC X(01).
               88  INS-REC-HEADER          VALUE "H".
               88  INS-REC-DETAIL          VALUE "D".
               88  INS-REC-TRAILER         VALUE "T".
           05  INS-CUST-NO                 PIC X(06).
           05  INS-CUST-NAME               PIC X(25).
           05  INS-ACCOUNT-COUNT           PIC 9(03).
           05  INS-TOTAL-DEPOSITS          PIC 9(11).
           05  INS-INSURED-AMOUNT          PIC 9(11).
           05  INS-UNINSURED-AMOUNT        PIC 9(11).
           05  FILLER                      PIC X(12).
      *
       01  INS-HEADER-RECORD.
           05  INSH-REC-TYPE               PIC X(01).
           05  INSH-REPORT-DATE            PIC 9(08).
           05  INSH-INSURED-CAP            PIC 9(11).
           05  INSH-CREATION-DATE          PIC 9(08).
           05  FILLER                      PIC X(52).
      *
       01  INS-TRAILER-RECORD.
           05  INST-REC-TYPE               PIC X(01).
           05  INST-DEPOSITOR-COUNT        PIC 9(07).
           05  INST-TOTAL-DEPOSITS         PIC 9(13).
           05  INST-INSURED-TOTAL          PIC 9(13).
           05  INST-UNINSURED-TOTAL        PIC 9(13).
           05  INST-UNASSIGNED-COUNT       PIC 9(05).
           05  INST-UNASSIGNED-TOTAL       PIC 9(13).
           05  INST-MASTER-TOTAL           PIC 9(13).
           05  FILLER                      PIC X(02).
