      *>  MONITORING ALERT RECORD - ALERTS (100 BYTES, KSDS ON
      *>  ALRT-KEY)
      *>  ONE RECORD PER ACCOUNT PER RULE EVER TRIPPED BY THE
      *>  ACTIVITY MONITOR (JMCCOB19). THE KEY IS WHAT STOPS THE SAME
      *>  ALERT BEING RAISED TWICE: ONCE AN ACCOUNT HAS AN ALERT FOR
      *>  A RULE, LATER TRIGGERS ONLY MOVE ALRT-LAST-DATE AND
      *>  ALRT-TRIGGER-CNT ON - NO NEW CASE IS OPENED. COMPLIANCE
      *>  RE-ARMS A RULE FOR AN ACCOUNT BY DELETING ITS RECORD
           05  ALRT-KEY.
               10  ALRT-ACCT-NO          PIC X(07).
               10  ALRT-RULE-ID          PIC X(03).
                   88  ALRT-RULE-LARGE    VALUE 'LRG'.
                   88  ALRT-RULE-STRUCT   VALUE 'STR'.
                   88  ALRT-RULE-VELOCITY VALUE 'VEL'.
                   88  ALRT-RULE-REACT    VALUE 'REA'.
      *>  BUSINESS DATE THE ALERT WAS RAISED, AND THE LATEST DATE
      *>  THE RULE TRIPPED AGAIN FOR THE ACCOUNT (CCYYMMDD)
           05  ALRT-FIRST-DATE           PIC X(08).
           05  ALRT-LAST-DATE            PIC X(08).
      *>  THE CASE OPENED ON THE WORKLIST WHEN THE ALERT WAS RAISED
           05  ALRT-CASE-ID.
               10  ALRT-CASE-DATE        PIC X(08).
               10  ALRT-CASE-SEQ         PIC 9(04).
      *>  NIGHTS THE RULE HAS TRIPPED FOR THE ACCOUNT, FIRST ONE
      *>  INCLUDED
           05  ALRT-TRIGGER-CNT          PIC 9(05).
      *>  THE FIGURES THAT TRIPPED THE RULE WHEN IT WAS RAISED -
      *>  WHAT THEY MEAN DEPENDS ON THE RULE (SEE CASEREC)
           05  ALRT-FIG-AMOUNT           PIC S9(09)V99.
           05  ALRT-FIG-COUNT            PIC 9(05).
           05  ALRT-TEXT                 PIC X(40).
           05  FILLER                    PIC X(01).
