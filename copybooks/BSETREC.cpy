      *================================================================*
      *  BSETREC.CPY                                                    *
      *  Branch settlement record - one per branch and currency the     *
      *  balance run touched, written by Solde at the end of the run    *
      *  and handed to the inter-branch GL entries. Amounts are in      *
      *  minor units of BSET-CURRENCY-CODE (spaces = base currency).    *
      *                                                                 *
      *  Activity is counted to the ORIGINATING branch - the batch the  *
      *  item arrived in: debits, credits, the debit and credit legs of *
      *  transfers, reversals, and items sent to the exception file.    *
      *  The inter-branch position is counted to the SETTLING branch of *
      *  each leg - the account's home branch, or the originating       *
      *  branch when the account has none - and only for transfers      *
      *  (and their reversals) whose two legs settle at different       *
      *  branches: DUE-TO is what the branch owes the others,           *
      *  DUE-FROM what they owe it.                                     *
      *                                                                 *
      *  Position  Length  Field                 Notes                  *
      *  --------  ------  --------------------  ---------------------- *
      *  001-008   08      BSET-RUN-DATE         processing date        *
      *  009-012   04      BSET-BRANCH-ID        spaces = no branch     *
      *                                          (manual adjustment on  *
      *                                          an unassigned account) *
      *  013-015   03      BSET-CURRENCY-CODE    spaces = base currency *
      *  016-021   06      BSET-DEBIT-COUNT      debits posted          *
      *  022-031   10      BSET-DEBIT-AMOUNT                            *
      *  032-037   06      BSET-CREDIT-COUNT     credits posted         *
      *  038-047   10      BSET-CREDIT-AMOUNT                           *
      *  048-053   06      BSET-XFER-COUNT       transfers posted       *
      *  054-063   10      BSET-XFER-OUT-AMOUNT  debit legs             *
      *  064-073   10      BSET-XFER-IN-AMOUNT   credit legs, in the    *
      *                                          credited currency      *
      *  074-079   06      BSET-REVERSAL-COUNT   reversals posted       *
      *  080-089   10      BSET-REVERSAL-NET     signed, both legs      *
      *  090-099   10      BSET-ADJ-NET          signed, manual adj.    *
      *  100-105   06      BSET-EXCP-COUNT       items excepted         *
      *  106-115   10      BSET-EXCP-AMOUNT      their face value       *
      *  116-125   10      BSET-DUE-TO           inter-branch, owed     *
      *  126-135   10      BSET-DUE-FROM         inter-branch, owed to  *
      *  136-145   10      BSET-INTER-NET        signed, FROM less TO   *
      *  record length: 145 bytes                                       *
      *================================================================*
       01  BSET-RECORD.
           05  BSET-RUN-DATE               PIC 9(08).
           05  BSET-BRANCH-ID              PIC X(04).
           05  BSET-CURRENCY-CODE          PIC X(03).
           05  BSET-DEBIT-COUNT            PIC 9(06).
           05  BSET-DEBIT-AMOUNT           PIC 9(10).
           05  BSET-CREDIT-COUNT           PIC 9(06).
           05  BSET-CREDIT-AMOUNT          PIC 9(10).
           05  BSET-XFER-COUNT             PIC 9(06).
           05  BSET-XFER-OUT-AMOUNT        PIC 9(10).
           05  BSET-XFER-IN-AMOUNT         PIC 9(10).
           05  BSET-REVERSAL-COUNT         PIC 9(06).
           05  BSET-REVERSAL-NET           PIC S9(10).
           05  BSET-ADJ-NET                PIC S9(10).
           05  BSET-EXCP-COUNT             PIC 9(06).
           05  BSET-EXCP-AMOUNT            PIC 9(10).
           05  BSET-DUE-TO                 PIC 9(10).
           05  BSET-DUE-FROM               PIC 9(10).
           05  BSET-INTER-NET              PIC S9(10).
