      *>  HOLD / EARMARK RECORD - HOLDFILE (100 BYTES, KSDS ON
      *>  HOLD-KEY)
      *>  FUNDS RING-FENCED ON AN ACCOUNT - A GARNISHMENT, A LEGAL
      *>  HOLD, AN UNCOLLECTED DEPOSIT. AN ACCOUNT MAY CARRY SEVERAL
      *>  HOLDS, NUMBERED FROM 001 UP WITHIN THE ACCOUNT. PLACED AND
      *>  RELEASED ONLY BY THE HOLDS MAINTENANCE RUN (JMCCOB18).
      *>  A HOLD IS ACTIVE ON A BUSINESS DATE WHEN IT WAS PLACED ON
      *>  OR BEFORE THAT DATE AND HAS NOT EXPIRED BY IT - EVERY
      *>  READER APPLIES THAT SAME TEST, SO AN EXPIRED HOLD STOPS
      *>  RESTRAINING THE ACCOUNT THE DAY AFTER ITS EXPIRY DATE EVEN
      *>  BEFORE THE NEXT MAINTENANCE RUN PURGES IT
           05  HOLD-KEY.
               10  HOLD-ACCT-NO          PIC X(07).
               10  HOLD-SEQ-NO           PIC 9(03).
      *>  THE AMOUNT RING-FENCED - POSITIVE, AS THE LIMIT IS
           05  HOLD-AMOUNT               PIC 9(09)V99.
           05  HOLD-REASON-CODE          PIC X(02).
               88  HOLD-GARNISHMENT       VALUE 'GA'.
               88  HOLD-LEGAL             VALUE 'LH'.
               88  HOLD-UNCOLLECTED       VALUE 'UC'.
               88  HOLD-OTHER             VALUE 'OT'.
               88  HOLD-REASON-VALID      VALUE 'GA' 'LH' 'UC' 'OT'.
           05  HOLD-REASON-TEXT          PIC X(30).
      *>  CCYYMMDD. AN EXPIRY DATE OF SPACES OR ZEROS MEANS THE HOLD
      *>  STANDS UNTIL IT IS RELEASED BY HAND
           05  HOLD-PLACED-DATE          PIC X(08).
           05  HOLD-EXPIRY-DATE          PIC X(08).
               88  HOLD-NO-EXPIRY         VALUE SPACES ZEROS.
           05  HOLD-PLACED-BY            PIC X(08).
           05  FILLER                    PIC X(23).
