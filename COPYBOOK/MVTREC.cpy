      *>  THE MOVEMENT TYPE SAYS WHICH WAY IT GOES.
      *>  BESIDES CREDIT/DEBIT THE STREAM CARRIES ACCOUNT LIFECYCLE
      *>  MOVEMENTS: 'O' OPENS AN ACCOUNT (F02-MVT-NAME IS THE
      *>  CUSTOMER NAME, F02-MVT THE INITIAL BALANCE, AND
      *>  F02-MVT-CUST-NO THE CUSTOMER ON CUSTMAST WHO WILL HOLD IT -
      *>  AN OPEN NAMING NO KNOWN CUSTOMER IS REJECTED), 'X' CLOSES IT
      *>  (BALANCE MUST BE ZERO AFTER THIS CYCLE'S MOVEMENTS), 'N'
      *>  CHANGES THE CUSTOMER NAME TO F02-MVT-NAME
      *>  'T' IS AN ACCOUNT-TO-ACCOUNT TRANSFER: THE RECORD IS KEYED
      *>  CREDITED IN F02-MVT-CTRA-ACCT. JMCCOB02 VALIDATES BOTH
      *>  SIDES BEFORE EITHER POSTS AND THEN SPLITS THE TRANSFER
      *>  INTO ITS TWO LEGS - BOTH POST OR BOTH GO TO MVT-REJ
      *>  'R' REVERSES ONE POSTED TRANSACTION: IT NAMES THE ORIGINAL
      *>  BY ITS TXN-HIST KEY IN F02-MVT-REV-KEY (OVER THE NAME) AND
      *>  POSTS THE EXACT OPPOSITE OF THE AMOUNT ON HISTORY - ITS OWN
      *>  F02-MVT IS NOT USED
           05  F02-MVT-ACCT-NO           PIC X(07).
           05  F02-MVT-TYPE              PIC X(01).
               88  F02-MVT-IS-CREDIT      VALUE 'C'.
               88  F02-MVT-IS-CLOSE       VALUE 'X'.
               88  F02-MVT-IS-NAME-CHG    VALUE 'N'.
               88  F02-MVT-IS-TRANSFER    VALUE 'T'.
               88  F02-MVT-IS-REVERSAL    VALUE 'R'.
           05  F02-MVT                   PIC 9(09)V99.
           05  F02-MVT-NAME              PIC X(20).
      *>  ON AN 'R' REVERSAL THE NAME CARRIES THE TXN-HIST KEY OF THE
      *>  ROW BEING REVERSED - SAME LAYOUT AS TXNH-KEY
           05  F02-MVT-REV-KEY REDEFINES F02-MVT-NAME.
               10  F02-MVT-REV-ACCT-NO   PIC X(07).
               10  F02-MVT-REV-POST-DATE PIC X(08).
               10  F02-MVT-REV-SEQ-NO    PIC 9(05).
      *>  EFFECTIVE DATE, CCYYMMDD - A MOVEMENT DATED AFTER THE RUN
      *>  DATE IS HELD ON THE CARRY-FORWARD FILE FOR THE NEXT CYCLE
      *>  INSTEAD OF POSTING TONIGHT. SPACES OR ZEROS MEAN POST NOW
           05  F02-MVT-TRF-LEG           PIC X(01).
               88  F02-TRF-LEG-DEBIT      VALUE 'D'.
               88  F02-TRF-LEG-CREDIT     VALUE 'C'.
      *>  CUSTOMER NUMBER - ONLY ON AN 'O' OPEN, BLANK OTHERWISE
           05  F02-MVT-CUST-NO           PIC X(08).
      *>  OUTCOME BOOKKEEPING - BOTH MUST ARRIVE BLANK ON A FEED.
      *>  JMCCOB02 STAMPS THE FEED AN ITEM FIRST ARRIVED ON (1 =
      *>  MOVREC, 2 = MVTIN2, 3 = MVTIN3) AND KEEPS IT THROUGH CARRY-
      *>  FORWARD, RECYCLE AND SUSPENSE, SO THE ITEM'S OUTCOME ALWAYS
      *>  GOES BACK ON THAT FEED'S RETURN FILE. A FEED RECORD THAT
      *>  ALREADY CARRIES ONE IS A SUSPENSE ITEM RELEASED BY JMCCOB13.
      *>  THE ARRIVAL BYTE SAYS HOW THE ITEM REACHED TONIGHT'S CYCLE
           05  F02-MVT-ORIG-FEED         PIC X(01).
               88  F02-ORIG-FEED-KNOWN    VALUE '1' '2' '3'.
           05  F02-MVT-ARRIVAL           PIC X(01).
               88  F02-ARRIVED-ON-FEED    VALUE 'F'.
               88  F02-ARRIVED-CARRIED    VALUE 'C'.
               88  F02-ARRIVED-RECYCLED   VALUE 'R'.
               88  F02-ARRIVED-RELEASED   VALUE 'S'.
           05  FILLER                    PIC X(05).
