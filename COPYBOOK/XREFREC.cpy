      *>  ACCOUNT TO CUSTOMER CROSS-REFERENCE - ACCTXREF (40 BYTES,
      *>  KSDS ON XREF-ACCT-NO)
      *>  NAMES THE CUSTOMER (CUSTMAST, LAYOUT CUSTREC) WHO HOLDS
      *>  EACH ACCOUNT - ONE RECORD PER ACCOUNT, SO AN ACCOUNT HAS
      *>  EXACTLY ONE CUSTOMER WHILE A CUSTOMER MAY HAVE MANY
      *>  ACCOUNTS. WRITTEN BY THE NIGHTLY MATCH WHEN IT OPENS AN
      *>  ACCOUNT FOR A CUSTOMER, AND BY THE CUSTOMER MAINTENANCE RUN
      *>  (JMCCOB23) WHEN AN EXISTING ACCOUNT IS LINKED OR MOVED
           05  XREF-ACCT-NO              PIC X(07).
           05  XREF-CUST-NO              PIC X(08).
      *>  CCYYMMDD THE LINK WAS MADE, AND BY WHOM - THE PROGRAM-ID
      *>  WHEN THE NIGHTLY MATCH MADE IT ON AN OPEN
           05  XREF-LINK-DATE            PIC X(08).
           05  XREF-LINKED-BY            PIC X(08).
           05  FILLER                    PIC X(09).
