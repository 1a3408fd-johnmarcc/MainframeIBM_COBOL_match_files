      *>  NIGHTLY STREAM DEFINITION - THE STEPS THE BATCH-CONTROL
      *>  LEDGER GUARDS, IN THE ORDER THE STREAM RUNS THEM. SHARED BY
      *>  THE STEP-CONTROL MODULE (JMCCOB20), WHICH ENFORCES IT, AND
      *>  THE STREAM STATUS REPORT (JMCCOB21), WHICH LISTS IT
      *>  EACH ENTRY:
      *>      STEP ID (PROGRAM-ID), DESCRIPTION
      *>      PREREQUISITE - THE STEP THAT MUST HAVE ENDED CLEAN FOR
      *>                     THE SAME BUSINESS DATE (SPACES: NONE)
      *>      GUARD        - Y: REFUSE OUT OF ORDER OR A SECOND RUN;
      *>                     N: RECORD ONLY (JMCCOB02 PROVES ITS OWN
      *>                     BUSINESS DATE AGAINST CYCLDATE AND
      *>                     RESTARTS ITSELF FROM ITS CHECKPOINT)
      *>      FREQUENCY    - D: EVERY NIGHT, M: MONTH-END ONLY
      *>  A STEP ADDED TO THE STREAM GOES IN HERE AND BCTL-STREAM-CNT
      *>  GOES UP BY ONE
           05  BCTL-STREAM-CNT           PIC 9(02) VALUE 11.
           05  BCTL-STREAM-VALUES.
               10  FILLER                PIC X(08) VALUE 'JMCCOB10'.
               10  FILLER                PIC X(20) VALUE
                   'STANDING ORDERS'.
               10  FILLER                PIC X(08) VALUE SPACE.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB09'.
               10  FILLER                PIC X(20) VALUE
                   'MONTH-END INTEREST'.
               10  FILLER                PIC X(08) VALUE SPACE.
               10  FILLER                PIC X(02) VALUE 'YM'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(20) VALUE
                   'NIGHTLY MATCH'.
               10  FILLER                PIC X(08) VALUE SPACE.
               10  FILLER                PIC X(02) VALUE 'ND'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB04'.
               10  FILLER                PIC X(20) VALUE
                   'CUSTOMER STATEMENTS'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB07'.
               10  FILLER                PIC X(20) VALUE
                   'GL INTERFACE EXTRACT'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB12'.
               10  FILLER                PIC X(20) VALUE
                   'BEFORE/AFTER AUDIT'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB14'.
               10  FILLER                PIC X(20) VALUE
                   'HISTORY ROLL'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB11'.
               10  FILLER                PIC X(20) VALUE
                   'DORMANCY REVIEW'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB22'.
               10  FILLER                PIC X(20) VALUE
                   'OVERDRAFT AGING'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB16'.
               10  FILLER                PIC X(20) VALUE
                   'SERVICE FEES'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB02'.
               10  FILLER                PIC X(02) VALUE 'YD'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB15'.
               10  FILLER                PIC X(20) VALUE
                   'GL ACK MATCHING'.
               10  FILLER                PIC X(08) VALUE 'JMCCOB07'.
               10  FILLER                PIC X(02) VALUE 'YD'.
           05  BCTL-STREAM-TABLE REDEFINES BCTL-STREAM-VALUES.
               10  BCTL-STREAM-STEP      OCCURS 11 TIMES.
                   15  STRM-STEP-ID      PIC X(08).
                   15  STRM-STEP-DESC    PIC X(20).
                   15  STRM-PREREQ-ID    PIC X(08).
                   15  STRM-GUARD        PIC X(01).
                       88  STRM-GUARDED   VALUE 'Y'.
                   15  STRM-FREQUENCY    PIC X(01).
                       88  STRM-MONTH-END VALUE 'M'.
