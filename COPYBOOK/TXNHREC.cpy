               10  TXNH-SEQ-NO           PIC 9(05).
           05  TXNH-MVT-TYPE             PIC X(01).
           05  TXNH-MVT-AMOUNT           PIC S9(09)V99.
      *>  REVERSAL PAIRING. AN 'R' ROW IS ROLLED IN AS THE REVERSAL
      *>  AND NAMES THE ROW IT BACKS OUT; THAT ROW IS MARKED REVERSED
      *>  BY JMCCOB02 AS THE REVERSAL POSTS AND NAMES THE REVERSAL
      *>  BACK. A ROW MAY BE REVERSED ONCE. EMPTY ON EVERY OTHER ROW
           05  TXNH-REV-FLAG             PIC X(01).
               88  TXNH-IS-REVERSAL       VALUE 'R'.
               88  TXNH-IS-REVERSED       VALUE 'X'.
           05  TXNH-PAIR-KEY.
               10  TXNH-PAIR-ACCT-NO     PIC X(07).
               10  TXNH-PAIR-POST-DATE   PIC X(08).
               10  TXNH-PAIR-SEQ-NO      PIC 9(05).
      *>  POSTING CLASS AND INTEREST PERIOD, ROLLED IN STRAIGHT FROM
      *>  THE REGISTER ROW (SEE TXN-POST-CLASS / TXN-INT-PERIOD) SO AN
      *>  INTEREST POSTING STAYS DISTINGUISHABLE FROM AN ORDINARY 'C'
      *>  OR 'D' FOR AS LONG AS THE ROW IS KEPT
           05  TXNH-POST-CLASS           PIC X(01).
               88  TXNH-CLASS-INTEREST    VALUE 'I'.
               88  TXNH-CLASS-FEE         VALUE 'F'.
           05  TXNH-INT-PERIOD           PIC X(06).
           05  FILLER                    PIC X(20).
