      *>  STEP-CONTROL CALL AREA - PASSED ON EVERY CALL TO JMCCOB20
      *>  A STREAM PROGRAM CALLS ONCE WITH 'B' BEFORE IT OPENS ANY
      *>  FILE, AND MUST STOP UNLESS BCL-GO COMES BACK; AND ONCE WITH
      *>  'E' (OR 'A' FROM ITS ABEND ROUTE) AS ITS LAST ACT
           05  BCL-FUNCTION              PIC X(01).
               88  BCL-BEGIN-STEP         VALUE 'B'.
               88  BCL-END-STEP           VALUE 'E'.
               88  BCL-ABEND-STEP         VALUE 'A'.
           05  BCL-STEP-ID               PIC X(08).
      *>  THE BUSINESS DATE THE STEP IS RUNNING FOR. LEFT BLANK, IT
      *>  IS TAKEN FROM CYCLDATE - THE DATE OF THE LAST CLEAN
      *>  NIGHTLY MATCH - AND PASSED BACK
           05  BCL-BUS-DATE              PIC X(08).
      *>  THE STEP'S RETURN CODE, SUPPLIED ON THE 'E' CALL
           05  BCL-STEP-RC               PIC 9(04).
      *>  G = GO AHEAD, P = A PREREQUISITE IS NOT CLEAN FOR THE DATE,
      *>  D = ALREADY RUN CLEAN FOR THE DATE, X = THE LEDGER COULD
      *>  NOT BE READ OR UPDATED. BCL-MESSAGE SAYS WHICH AND WHY
           05  BCL-RESULT                PIC X(01).
               88  BCL-GO                 VALUE 'G'.
               88  BCL-NOT-READY          VALUE 'P'.
               88  BCL-ALREADY-RUN        VALUE 'D'.
               88  BCL-CTL-ERROR          VALUE 'X'.
           05  BCL-MESSAGE               PIC X(60).
