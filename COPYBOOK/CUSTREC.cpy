      *>  CUSTOMER MASTER RECORD - CUSTMAST (200 BYTES, KSDS ON
      *>  CUST-NO)
      *>  ONE RECORD PER PERSON OR BODY THE BANK DEALS WITH, HOWEVER
      *>  MANY ACCOUNTS THEY HOLD - THE ACCOUNTS ARE TIED TO IT BY THE
      *>  CROSS-REFERENCE FILE (ACCTXREF, LAYOUT XREFREC). ADDED AND
      *>  CHANGED ONLY BY THE CUSTOMER MAINTENANCE RUN (JMCCOB23), SO
      *>  A CHANGE OF NAME OR ADDRESS IS KEYED ONCE HERE AND NOT ON
      *>  EVERY ACCOUNT. F01-CUSTOMER-NAME ON THE ACCOUNT STAYS AS
      *>  THE ACCOUNT'S OWN SHORT TITLE
           05  CUST-NO                   PIC X(08).
           05  CUST-FULL-NAME            PIC X(40).
      *>  MAILING ADDRESS AS PRINTED ON THE STATEMENT - UNUSED LINES
      *>  ARE LEFT BLANK AND SKIPPED
           05  CUST-ADDRESS.
               10  CUST-ADDR-LINE-1      PIC X(30).
               10  CUST-ADDR-LINE-2      PIC X(30).
               10  CUST-ADDR-LINE-3      PIC X(30).
               10  CUST-POSTCODE         PIC X(10).
      *>  CCYYMMDD - SPACES UNTIL KNOWN
           05  CUST-DATE-OF-BIRTH        PIC X(08).
           05  CUST-TAX-ID               PIC X(12).
      *>  WHEN THE CUSTOMER WAS ADDED, AND THE LAST CHANGE - DATE
      *>  CCYYMMDD AND THE ID OF THE PERSON WHO KEYED IT
           05  CUST-OPEN-DATE            PIC X(08).
           05  CUST-MAINT-DATE           PIC X(08).
           05  CUST-MAINT-BY             PIC X(08).
           05  FILLER                    PIC X(08).
