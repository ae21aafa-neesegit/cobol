      *================================================================*
      *  TAXSREC.CPY                                                    *
      *  Tax-authority summary of interest and charges - the            *
      *  fixed-format return YearEnd writes alongside the customer      *
      *  certificates. One header, one detail per certificate issued    *
      *  (a customer and the totals across their linked accounts),      *
      *  one trailer. Amounts are whole units of the base currency,     *
      *  exactly as printed on the certificates; the trailer totals     *
      *  agree with the YearEnd control report. TAXS-REC-TYPE           *
      *  distinguishes the three layouts; all are 80 bytes.             *
      *================================================================*
       01  TAXS-DETAIL-RECORD.
           05  TAXS-REC-TYPE               PIC X(01).
               88  TAXS-REC-HEADER         VALUE "H".
               88  TAXS-REC-DETAIL         VALUE "D".
               88  TAXS-REC-TRAILER        VALUE "T".
           05  TAXS-TAX-YEAR               PIC 9(04).
           05  TAXS-CUST-NO                PIC X(06).
           05  TAXS-CUST-NAME              PIC X(25).
           05  TAXS-ACCOUNT-COUNT          PIC 9(03).
           05  TAXS-INTEREST               PIC 9(11).
           05  TAXS-CHARGES                PIC 9(11).
           05  FILLER                      PIC X(19).
      *
       01  TAXS-HEADER-RECORD.
           05  TAXSH-REC-TYPE              PIC X(01).
           05  TAXSH-TAX-YEAR              PIC 9(04).
           05  TAXSH-CREATION-DATE         PIC 9(08).
           05  FILLER                      PIC X(67).
      *
       01  TAXS-TRAILER-RECORD.
           05  TAXST-REC-TYPE              PIC X(01).
           05  TAXST-TAX-YEAR              PIC 9(04).
           05  TAXST-CERTIFICATE-COUNT     PIC 9(07).
           05  TAXST-INTEREST-TOTAL        PIC 9(13).
           05  TAXST-CHARGES-TOTAL         PIC 9(13).
           05  FILLER                      PIC X(42).
