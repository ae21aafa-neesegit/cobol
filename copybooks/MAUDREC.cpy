      *================================================================*
      *  MAUDREC.CPY                                                    *
      *  Maintenance audit record - one entry per mutation of the       *
      *  operator, customer, hold or alert master, carrying the full    *
      *  before and after record images and the signed-on operator      *
      *  who keyed the card, so a role quietly flipped to supervisor    *
      *  or a changed address is visible after the fact. The image      *
      *  fields are wider than any of the records so the layouts can    *
      *  grow without touching this one; an ADD has a blank before      *
      *  image. MAUD-FILE-ID names the master changed. Written by       *
      *  OperMnt (OPERMAST), CustMnt (CUSTMAST), HoldMnt (HOLDMAST)     *
      *  and AlrtMnt (ALERTS, the suspicious-activity alert file),      *
      *  and by ApprMnt when an approved request changes the customer   *
      *  master (CUSTMAST); read back by the MaintInq inquiry report.   *
      *================================================================*
       01  MAUD-RECORD.
           05  MAUD-PROGRAM-ID             PIC X(08).
