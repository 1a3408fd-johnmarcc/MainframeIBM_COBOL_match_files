           05  TXN-SEQ-NO                PIC 9(05).
           05  TXN-MVT-TYPE              PIC X(01).
           05  TXN-MVT-AMOUNT            PIC S9(09)V99.
      *>  POSTING CLASS - WHERE A GENERATED MOVEMENT CAME FROM, READ
      *>  OFF THE TAG THE GENERATOR PUT IN F02-MVT-NAME. SPACE IS AN
      *>  ORDINARY FEED MOVEMENT; 'I' IS A MONTH-END INTEREST POSTING
      *>  FROM JMCCOB09; 'F' IS A SERVICE CHARGE FROM JMCCOB16 (WHICH
      *>  MUST NOT CHARGE A PER-ITEM FEE ON ITS OWN FEES)
           05  TXN-POST-CLASS            PIC X(01).
               88  TXN-CLASS-INTEREST     VALUE 'I'.
               88  TXN-CLASS-FEE          VALUE 'F'.
      *>  ON AN 'R' REVERSAL ROW, THE POSTING DATE AND SEQUENCE OF THE
      *>  HISTORY ROW IT REVERSES (ALWAYS ON THE SAME ACCOUNT) - EMPTY
      *>  ON EVERY OTHER ROW
           05  TXN-REV-POST-DATE         PIC X(08).
           05  TXN-REV-SEQ-NO            PIC 9(05).
      *>  ON AN INTEREST ROW ('I'), THE PERIOD CCYYMM THE INTEREST WAS
      *>  GENERATED FOR, AS TAGGED BY JMCCOB09 - THE MONTH OF THE INTRPT
      *>  IT WAS REPORTED ON. A REVERSAL OF AN INTEREST ROW CARRIES THE
      *>  CLASS AND PERIOD OF THE ROW IT BACKS OUT. EMPTY OTHERWISE
           05  TXN-INT-PERIOD            PIC X(06).
           05  FILLER                    PIC X(36).
