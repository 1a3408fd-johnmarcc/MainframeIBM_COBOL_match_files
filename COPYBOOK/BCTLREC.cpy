      *>  BATCH-CONTROL LEDGER RECORD - BATCTL (100 BYTES, KSDS ON
      *>  BCTL-KEY)
      *>  ONE RECORD PER BUSINESS DATE PER STREAM STEP, KEPT BY THE
      *>  STEP-CONTROL MODULE (JMCCOB20) ON BEHALF OF EVERY PROGRAM
      *>  IN THE NIGHTLY STREAM: WHEN THE STEP STARTED AND ENDED AND
      *>  WITH WHAT RETURN CODE. A STEP IS CLEAN FOR ITS DATE WHEN
      *>  IT ENDED WITH RETURN-CODE 4 OR LESS - THAT IS WHAT A LATER
      *>  STEP'S PREREQUISITE TEST AND THE STEP'S OWN "ALREADY RUN"
      *>  TEST BOTH LOOK FOR. READ BY THE STREAM STATUS REPORT
      *>  (JMCCOB21)
           05  BCTL-KEY.
               10  BCTL-BUS-DATE         PIC X(08).
               10  BCTL-STEP-ID          PIC X(08).
      *>  S = STARTED AND NOT YET ENDED (OR KILLED WITHOUT ENDING)
      *>  E = ENDED - BCTL-RETURN-CODE SAYS HOW WELL
      *>  A = ABENDED
      *>  R = REFUSED BEFORE IT STARTED - A PREREQUISITE WAS NOT
      *>      CLEAN FOR THE DATE
           05  BCTL-STATUS               PIC X(01).
               88  BCTL-STARTED           VALUE 'S'.
               88  BCTL-ENDED             VALUE 'E'.
               88  BCTL-ABENDED           VALUE 'A'.
               88  BCTL-REFUSED           VALUE 'R'.
      *>  CALENDAR DATE AND TIME OF THE LATEST ATTEMPT
           05  BCTL-START-DATE           PIC X(08).
           05  BCTL-START-TIME           PIC X(06).
           05  BCTL-END-DATE             PIC X(08).
           05  BCTL-END-TIME             PIC X(06).
           05  BCTL-RETURN-CODE          PIC 9(04).
      *>  ATTEMPTS THAT GOT PAST THE CHECKS, AND ATTEMPTS REFUSED
      *>  (OUT OF ORDER, OR ALREADY RUN) FOR THE DATE
           05  BCTL-RUN-CNT              PIC 9(03).
           05  BCTL-REFUSE-CNT           PIC 9(03).
      *>  WHY THE LATEST REFUSAL: P = PREREQUISITE NOT CLEAN,
      *>  D = ALREADY DONE FOR THE DATE
           05  BCTL-REFUSE-REASON        PIC X(01).
               88  BCTL-REFUSED-PREREQ    VALUE 'P'.
               88  BCTL-REFUSED-DONE      VALUE 'D'.
           05  FILLER                    PIC X(44).
