      *>  COMPLIANCE CASE WORKLIST RECORD - CASEWORK (100 BYTES)
      *>  ONE RECORD PER NEW ALERT RAISED BY THE ACTIVITY MONITOR
      *>  (JMCCOB19), FOR THE COMPLIANCE TEAM TO WORK. THE CASE ID IS
      *>  THE BUSINESS DATE PLUS A SERIAL WITHIN THE NIGHT
           05  CASE-ID.
               10  CASE-DATE             PIC X(08).
               10  CASE-SEQ              PIC 9(04).
           05  CASE-ACCT-NO              PIC X(07).
      *>  LRG SINGLE MOVEMENT OVER THE REPORTING THRESHOLD
      *>  STR REPEATED CREDITS JUST UNDER THE THRESHOLD
      *>  VEL ACTIVITY WELL ABOVE THE ACCOUNT'S OWN NORM
      *>  REA HEAVY ACTIVITY ON AN ACCOUNT JUST REACTIVATED
           05  CASE-RULE-ID              PIC X(03).
           05  CASE-PRIORITY             PIC X(01).
               88  CASE-PRIORITY-HIGH     VALUE 'H'.
               88  CASE-PRIORITY-MEDIUM   VALUE 'M'.
      *>  THE FIGURES THAT TRIPPED THE RULE: LRG - LARGEST MOVEMENT
      *>  AND HOW MANY WERE OVER; STR - TOTAL AND NUMBER OF THE
      *>  CREDITS; VEL - TOTAL AND NUMBER OF RECENT MOVEMENTS; REA -
      *>  TOTAL AND NUMBER OF MOVEMENTS SINCE REACTIVATION. AMOUNTS
      *>  ARE ABSOLUTE
           05  CASE-FIG-AMOUNT           PIC S9(09)V99.
           05  CASE-FIG-COUNT            PIC 9(05).
           05  CASE-TEXT                 PIC X(40).
      *>  WORKLIST STATUS - EVERY CASE IS WRITTEN OPEN AND
      *>  UNASSIGNED
           05  CASE-STATUS               PIC X(01).
               88  CASE-OPEN              VALUE 'O'.
           05  CASE-ASSIGNED-TO          PIC X(08).
           05  FILLER                    PIC X(12).
