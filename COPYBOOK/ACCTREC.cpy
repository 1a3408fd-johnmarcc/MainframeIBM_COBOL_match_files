      *>  THE FLAG
           05  F01-DORM-STATUS           PIC X(01).
               88  F01-DORMANT            VALUE 'D'.
      *>  DATE (CCYYMMDD) THE BALANCE FIRST WENT BELOW ZERO IN THE
      *>  CURRENT OVERDRAWN SPELL, AND WHETHER IT NOW STANDS BEYOND
      *>  THE OVERDRAFT LIMIT. KEPT BY THE NIGHTLY MATCH EVERY TIME
      *>  IT WRITES THE RECORD: ZERO AND SPACE ONCE THE BALANCE IS
      *>  BACK TO ZERO OR ABOVE. PACKED TO FIT THE OLD FILLER - ON
      *>  RECORDS FROM BEFORE THE FIELDS EXISTED THE BYTES ARE
      *>  SPACES, SO EVERY READER MUST TEST IS NUMERIC FIRST
           05  F01-OD-SINCE-DATE         PIC 9(08) COMP-3.
           05  F01-OD-STATUS             PIC X(01).
               88  F01-OD-WITHIN-LIMIT    VALUE 'W'.
               88  F01-OD-OVER-LIMIT      VALUE 'L'.
           05  FILLER                    PIC X(01).
