      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB19.
       AUTHOR.        JEAN M C.
      *>  - SUSPICIOUS-ACTIVITY AND LARGE-VALUE MONITORING, RUN AFTER
      *>    THE JMCCOB14 HISTORY ROLL
      *>  - SCREENS THE POSTED ACTIVITY ON THE KEYED HISTORY FILE
      *>    (TXNHIST), ONE ACCOUNT AT A TIME, AGAINST FOUR RULES:
      *>      LRG  A SINGLE MOVEMENT, EITHER WAY, AT OR OVER THE
      *>           REPORTING THRESHOLD
      *>      STR  REPEATED CREDITS JUST UNDER THE THRESHOLD INSIDE A
      *>           ROLLING WINDOW
      *>      VEL  MOVEMENTS IN THE RECENT WINDOW WELL ABOVE THE
      *>           ACCOUNT'S OWN NORM OVER THE PERIOD BEFORE IT
      *>      REA  HEAVY ACTIVITY ON AN ACCOUNT REACTIVATED FROM
      *>           DORMANT (AS LOGGED ON JMCCOB17'S CHANGE LOG)
      *>  - A RULE TRIPPED FOR THE FIRST TIME FOR AN ACCOUNT RAISES
      *>    AN ALERT (KEYED ALERTS FILE) AND OPENS A CASE ON THE
      *>    COMPLIANCE WORKLIST (CASEWORK). THE ALERTS FILE IS KEYED
      *>    ON ACCOUNT AND RULE, SO THE SAME ALERT IS NEVER RAISED
      *>    TWICE - A RULE TRIPPING AGAIN IS ONLY COUNTED ON THE
      *>    ALERT AND LISTED. A RERUN FOR THE SAME BUSINESS DATE
      *>    RE-ISSUES THAT NIGHT'S CASES UNDER THEIR ORIGINAL IDS
      *>  - THE REPORT (ALRTRPT) SHOWS THE RULE SETTINGS USED, THE
      *>    NEW ALERTS AND THE REPEATS; RETURN-CODE 4 WHEN ANY NEW
      *>    ALERT WAS RAISED
      *>  - SYSIN, FIRST CARD - THE PARM CARD (MAY BE BLANK):
      *>      COLS  1-8   BUSINESS DATE CCYYMMDD (DEFAULT: TODAY)
      *>  - THEN ANY RULE CARDS ('END' OR A BLANK CARD STOPS THE
      *>    READ) - A FIELD LEFT BLANK KEEPS ITS DEFAULT:
      *>      COLS  1-3   RULE ID LRG / STR / VEL / REA
      *>      COLS  5-15  AMOUNT 999999999V99
      *>      COLS 17-19  DAYS
      *>      COLS 21-23  PERIOD DAYS
      *>      COLS 25-27  COUNT
      *>      COLS 29-31  FACTOR
      *>      COL  33     'N' SWITCHES THE RULE OFF, 'Y' BACK ON
      *>    LRG  AMOUNT = REPORTING THRESHOLD (10000.00), DAYS =
      *>         MOVEMENTS POSTED IN THE LAST N DAYS ARE SCREENED (1)
      *>    STR  AMOUNT = THRESHOLD (DEFAULT: THE LRG THRESHOLD),
      *>         FACTOR = "JUST UNDER" BAND IN PERCENT (10), DAYS =
      *>         WINDOW (10), COUNT = CREDITS IN THE BAND (3)
      *>    VEL  DAYS = RECENT WINDOW (7), PERIOD = NORM PERIOD
      *>         BEFORE IT (90), FACTOR = MULTIPLE OF THE NORM RATE
      *>         (3), COUNT = FEWEST RECENT MOVEMENTS WORTH
      *>         FLAGGING (10)
      *>    REA  PERIOD = REACTIVATED IN THE LAST N DAYS (30), COUNT
      *>         (5) OR AMOUNT (5000.00) OF MOVEMENTS SINCE THEN
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-HIST ASSIGN TO TXNHIST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    HIST-KEY
            FILE STATUS IS WS-F01-FS.

      *>  JMCCOB17'S CUMULATIVE CHANGE LOG - OPTIONAL: NO LOG MEANS
      *>  NO ACCOUNT HAS EVER BEEN REACTIVATED
           SELECT OPTIONAL CHG-LOG ASSIGN TO CHGLOG
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F02-FS.

      *>  OPTIONAL SO THE VERY FIRST RUN CREATES IT
           SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTS
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ALERT-FD-KEY
            FILE STATUS IS WS-F03-FS.

           SELECT CASE-WORK ASSIGN TO CASEWORK
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

           SELECT ALERT-RPT ASSIGN TO ALRTRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F05-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  TXN-HIST.
       01  TXN-HIST-REC.
           05  HIST-KEY                 PIC X(20).
           05  FILLER                   PIC X(60).

       FD  CHG-LOG RECORDING MODE F.
       01  CHG-LOG-DATA                 PIC X(100).

       FD  ALERT-FILE.
       01  ALERT-FILE-REC.
           05  ALERT-FD-KEY             PIC X(10).
           05  FILLER                   PIC X(90).

       FD  CASE-WORK RECORDING MODE F.
       01  CASE-WORK-DATA               PIC X(100).

       FD  ALERT-RPT RECORDING MODE F.
       01  ALERT-RPT-DATA               PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-READ-HIST              PIC 9(8).
           05 WS-NO-SCREENED               PIC 9(8).
           05 WS-NO-ACCOUNTS               PIC 9(8).
           05 WS-NO-READ-LOG               PIC 9(8).
           05 WS-NO-REACTIVATED            PIC 9(8).
           05 WS-NO-NEW-ALERT              PIC 9(8).
           05 WS-NO-REPEAT                 PIC 9(8).
           05 WS-NO-REISSUED               PIC 9(8).
           05 WS-NO-CASE-OUT               PIC 9(8).
           05 WS-NO-BAD-CARD               PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).
           05 WS-F05-FS                 PIC X(2).

       01 WS-HIST-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF               VALUE 'TRUE'.
          88 WS-HIST-NOT-EOF           VALUE 'FALSE'.

       01 WS-LOG-END-OF-FILE           PIC X(5) VALUE 'FALSE'.
          88 WS-LOG-EOF                VALUE 'TRUE'.
          88 WS-LOG-NOT-EOF            VALUE 'FALSE'.

       01 WS-ALRT-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-ALRT-EOF               VALUE 'TRUE'.
          88 WS-ALRT-NOT-EOF           VALUE 'FALSE'.

       01  WS-REC-TXNH.
           COPY TXNHREC.

       01  WS-REC-CHG-LOG.
           COPY CHGLREC.

       01  WS-REC-ALRT.
           COPY ALRTREC.

       01  WS-REC-CASE.
           COPY CASEREC.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

       01  WS-BUS-DATE                   PIC X(08) VALUE SPACE.
       01  WS-BUS-DATE-N                 PIC 9(08) VALUE ZERO.
       01  WS-BUS-INTEGER                PIC 9(08) VALUE ZERO.

      * PARM CARD - THE FIRST CARD ON SYSIN
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-BUS-DATE             PIC X(08).
           05  FILLER                    PIC X(72).

      * ONE RULE CARD AS KEYED
       01  WS-RULE-CARD                  PIC X(80) VALUE SPACE.
       01  WS-RULE-CARD-R REDEFINES WS-RULE-CARD.
           05  RCD-RULE-ID               PIC X(03).
           05  FILLER                    PIC X(01).
           05  RCD-AMOUNT                PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  RCD-DAYS                  PIC 9(03).
           05  FILLER                    PIC X(01).
           05  RCD-PERIOD                PIC 9(03).
           05  FILLER                    PIC X(01).
           05  RCD-COUNT                 PIC 9(03).
           05  FILLER                    PIC X(01).
           05  RCD-FACTOR                PIC 9(03).
           05  FILLER                    PIC X(01).
           05  RCD-SWITCH                PIC X(01).
           05  FILLER                    PIC X(47).

      * RULE SETTINGS - DEFAULTS, OVERRIDDEN BY RULE CARDS
       01  WS-LRG-SW                     PIC X(01) VALUE 'Y'.
           88  WS-LRG-ON                  VALUE 'Y'.
       01  WS-LRG-AMOUNT                 PIC 9(09)V99 VALUE 10000.00.
       01  WS-LRG-DAYS                   PIC 9(03) VALUE 1.

       01  WS-STR-SW                     PIC X(01) VALUE 'Y'.
           88  WS-STR-ON                  VALUE 'Y'.
       01  WS-STR-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
       01  WS-STR-PCT                    PIC 9(03) VALUE 10.
       01  WS-STR-DAYS                   PIC 9(03) VALUE 10.
       01  WS-STR-COUNT                  PIC 9(03) VALUE 3.
       01  WS-STR-FLOOR                  PIC 9(09)V99 VALUE ZERO.

       01  WS-VEL-SW                     PIC X(01) VALUE 'Y'.
           88  WS-VEL-ON                  VALUE 'Y'.
       01  WS-VEL-DAYS                   PIC 9(03) VALUE 7.
       01  WS-VEL-PERIOD                 PIC 9(03) VALUE 90.
       01  WS-VEL-FACTOR                 PIC 9(03) VALUE 3.
       01  WS-VEL-COUNT                  PIC 9(03) VALUE 10.

       01  WS-REA-SW                     PIC X(01) VALUE 'Y'.
           88  WS-REA-ON                  VALUE 'Y'.
       01  WS-REA-PERIOD                 PIC 9(03) VALUE 30.
       01  WS-REA-COUNT                  PIC 9(03) VALUE 5.
       01  WS-REA-AMOUNT                 PIC 9(09)V99 VALUE 5000.00.

      * HOW FAR BACK ANY RULE LOOKS - OLDER HISTORY IS SKIPPED
       01  WS-LOOKBACK-DAYS              PIC 9(04) VALUE ZERO.
       01  WS-REA-FROM-INTEGER           PIC 9(08) VALUE ZERO.
       01  WS-REA-FROM-DATE-N            PIC 9(08) VALUE ZERO.
       01  WS-REA-FROM-DATE              PIC X(08) VALUE SPACE.

      * ACCOUNTS REACTIVATED INSIDE THE REA PERIOD, FROM THE CHANGE
      * LOG - THE LATEST REACTIVATION OF EACH
       01  WS-REACT-LIMIT                PIC 9(04) VALUE 1000.
       01  WS-REACT-CNT                  PIC 9(04) VALUE ZERO.
       01  WS-REACT-IX                   PIC 9(04) VALUE ZERO.
       01  WS-REACT-TABLE.
           05  WS-REACT-ENTRY OCCURS 1000 TIMES.
               10  REACT-ACCT-NO         PIC X(07).
               10  REACT-DATE            PIC X(08).

      * THE ACCOUNT BEING SCREENED AND WHAT ITS HISTORY ADDED UP TO
       01  WS-CUR-ACCT-NO                PIC X(07) VALUE SPACE.
       01  WS-CUR-REACT-DATE             PIC X(08) VALUE SPACE.
       01  WS-CUR-REACT-SW               PIC X(01) VALUE 'N'.
           88  WS-CUR-REACTIVATED         VALUE 'Y'.
           88  WS-CUR-NOT-REACTIVATED     VALUE 'N'.

       01  WS-ACCT-FIGURES.
           05  WS-LRG-CNT                PIC 9(05).
           05  WS-LRG-MAX                PIC 9(09)V99.
           05  WS-STR-CNT                PIC 9(05).
           05  WS-STR-TOTAL              PIC 9(11)V99.
           05  WS-VEL-RECENT-CNT         PIC 9(05).
           05  WS-VEL-RECENT-TOTAL       PIC 9(11)V99.
           05  WS-VEL-NORM-CNT           PIC 9(05).
           05  WS-REA-CNT                PIC 9(05).
           05  WS-REA-TOTAL              PIC 9(11)V99.

      * ONE HISTORY ROW AS THE RULES SEE IT
       01  WS-ROW-DATE-N                 PIC 9(08) VALUE ZERO.
       01  WS-ROW-AGE                    PIC S9(08) VALUE ZERO.
       01  WS-ROW-ABS                    PIC 9(09)V99 VALUE ZERO.

      * VELOCITY TEST - RECENT RATE AGAINST THE NORM RATE, CROSS-
      * MULTIPLIED SO NO DIVISION IS NEEDED
       01  WS-VEL-RECENT-WEIGHT          PIC 9(09) VALUE ZERO.
       01  WS-VEL-NORM-WEIGHT            PIC 9(11) VALUE ZERO.

      * THE ALERT BEING RAISED
       01  WS-ALERT-RULE-ID              PIC X(03) VALUE SPACE.
       01  WS-ALERT-PRIORITY             PIC X(01) VALUE SPACE.
       01  WS-ALERT-AMOUNT               PIC 9(11)V99 VALUE ZERO.
       01  WS-ALERT-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-ALERT-TEXT                 PIC X(40) VALUE SPACE.
      * LAST CASE SERIAL ISSUED FOR THE BUSINESS DATE - SEEDED FROM
      * THE ALERTS FILE SO A RERUN CONTINUES THE SERIES (SEE 1400)
       01  WS-CASE-SEQ                   PIC 9(04) VALUE ZERO.

      * REPORT PRINT LINES
       01  WS-ALRT-HEAD1.
           05  FILLER                    PIC X(46)
               VALUE '****** ACTIVITY MONITORING - BUSINESS DATE '.
           05  ALRH-BUS-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(71) VALUE SPACE.

       01  WS-RULE-HEAD.
           05  FILLER                    PIC X(06) VALUE 'RULE'.
           05  FILLER                    PIC X(04) VALUE 'ON'.
           05  FILLER                    PIC X(17)
               VALUE '          AMOUNT'.
           05  FILLER                    PIC X(06) VALUE 'DAYS'.
           05  FILLER                    PIC X(08) VALUE 'PERIOD'.
           05  FILLER                    PIC X(07) VALUE 'COUNT'.
           05  FILLER                    PIC X(08) VALUE 'FACTOR'.
           05  FILLER                    PIC X(76) VALUE SPACE.

       01  WS-RULE-LINE.
           05  RULL-RULE-ID              PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  RULL-SWITCH               PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  RULL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  RULL-DAYS                 PIC ZZ9.
           05  FILLER                    PIC X(05) VALUE SPACE.
           05  RULL-PERIOD               PIC ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACE.
           05  RULL-COUNT                PIC ZZ9.
           05  FILLER                    PIC X(05) VALUE SPACE.
           05  RULL-FACTOR               PIC ZZ9.
           05  FILLER                    PIC X(79) VALUE SPACE.

       01  WS-ALRT-HEAD2.
           05  FILLER                    PIC X(12) VALUE 'CASE'.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(06) VALUE 'RULE'.
           05  FILLER                    PIC X(05) VALUE 'PRI'.
           05  FILLER                    PIC X(17)
               VALUE '          AMOUNT'.
           05  FILLER                    PIC X(07) VALUE 'COUNT'.
           05  FILLER                    PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(10) VALUE 'STATUS'.
           05  FILLER                    PIC X(22) VALUE SPACE.

       01  WS-ALRT-DETAIL.
           05  ALRD-CASE-ID              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ALRD-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ALRD-RULE-ID              PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  ALRD-PRIORITY             PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  ALRD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  ALRD-COUNT                PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ALRD-TEXT                 PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ALRD-STATUS               PIC X(30).
           05  FILLER                    PIC X(03) VALUE SPACE.

       01  WS-ALRT-TOTAL-LINE.
           05  ALRT-TOT-TEXT             PIC X(35).
           05  ALRT-TOT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                    PIC X(89) VALUE SPACE.

       01  WS-REPEAT-STATUS.
           05  FILLER                    PIC X(16)
               VALUE 'REPEAT - RAISED '.
           05  RPTS-FIRST-DATE           PIC X(08).
           05  FILLER                    PIC X(06) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-SCREEN-ACCOUNT
              THRU 2000-SCREEN-ACCOUNT-END
               UNTIL WS-HIST-EOF.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** ACTIVITY MONITORING *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

           IF PARM-BUS-DATE IS NUMERIC
               MOVE PARM-BUS-DATE TO WS-BUS-DATE
               DISPLAY "***** BUSINESS DATE SET TO " WS-BUS-DATE
                       " BY PARM CARD *****"
           ELSE
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
           END-IF.

           MOVE WS-BUS-DATE TO WS-BUS-DATE-N.
           COMPUTE WS-BUS-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N).

      *    'END' IS PRESET SO RUNNING OFF THE END OF SYSIN ENDS THE
      *    CARD READ CLEANLY - THE SAME CONVENTION AS JMCCOB06
           MOVE 'END' TO WS-RULE-CARD.
           ACCEPT WS-RULE-CARD FROM SYSIN.

           PERFORM 1100-TAKE-RULE-CARD
              THRU 1100-TAKE-RULE-CARD-END
               UNTIL WS-RULE-CARD = 'END'
                  OR WS-RULE-CARD = SPACE.

      *    A ZERO WINDOW WOULD SCREEN NOTHING - ONE DAY IS THE LEAST
           IF WS-LRG-DAYS = ZERO
               MOVE 1 TO WS-LRG-DAYS
           END-IF.
           IF WS-STR-DAYS = ZERO
               MOVE 1 TO WS-STR-DAYS
           END-IF.
           IF WS-VEL-DAYS = ZERO
               MOVE 1 TO WS-VEL-DAYS
           END-IF.
           IF WS-VEL-PERIOD = ZERO
               MOVE 1 TO WS-VEL-PERIOD
           END-IF.
           IF WS-REA-PERIOD = ZERO
               MOVE 1 TO WS-REA-PERIOD
           END-IF.

      *    THE STRUCTURING THRESHOLD IS THE REPORTING THRESHOLD
      *    UNLESS A CARD SAID OTHERWISE
           IF WS-STR-AMOUNT = ZERO
               MOVE WS-LRG-AMOUNT TO WS-STR-AMOUNT
           END-IF.

           IF WS-STR-PCT > 100
               MOVE 100 TO WS-STR-PCT
           END-IF.

           COMPUTE WS-STR-FLOOR ROUNDED =
                 WS-STR-AMOUNT * (100 - WS-STR-PCT) / 100.

      *    THE OLDEST HISTORY ANY RULE NEEDS
           MOVE WS-LRG-DAYS TO WS-LOOKBACK-DAYS.

           IF WS-STR-DAYS > WS-LOOKBACK-DAYS
               MOVE WS-STR-DAYS TO WS-LOOKBACK-DAYS
           END-IF.

           IF WS-VEL-DAYS + WS-VEL-PERIOD > WS-LOOKBACK-DAYS
               COMPUTE WS-LOOKBACK-DAYS = WS-VEL-DAYS + WS-VEL-PERIOD
           END-IF.

           IF WS-REA-PERIOD > WS-LOOKBACK-DAYS
               MOVE WS-REA-PERIOD TO WS-LOOKBACK-DAYS
           END-IF.

      *    A REACTIVATION COUNTS WHEN IT FELL INSIDE THE REA PERIOD
      *    ENDING ON THE BUSINESS DATE
           COMPUTE WS-REA-FROM-INTEGER =
                 WS-BUS-INTEGER - WS-REA-PERIOD + 1.
           COMPUTE WS-REA-FROM-DATE-N =
                 FUNCTION DATE-OF-INTEGER (WS-REA-FROM-INTEGER).
           MOVE WS-REA-FROM-DATE-N TO WS-REA-FROM-DATE.

           PERFORM 1200-LOAD-REACTIVATIONS
              THRU 1200-LOAD-REACTIVATIONS-END.

           OPEN INPUT TXN-HIST.

           IF WS-F01-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE TXN-HIST: " WS-F01-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *    05 IS THE OPTIONAL FILE BEING CREATED BY THE VERY FIRST RUN
           OPEN I-O ALERT-FILE.

           IF WS-F03-FS = "00" OR WS-F03-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE ALERT-FILE: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           PERFORM 1400-SEED-CASE-SEQ
              THRU 1400-SEED-CASE-SEQ-END.

           OPEN OUTPUT CASE-WORK.

           IF WS-F04-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE CASE-WORK: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT ALERT-RPT.

           IF WS-F05-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ALERT-RPT: " WS-F05-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           PERFORM 1300-PRINT-SETTINGS
              THRU 1300-PRINT-SETTINGS-END.

      *    PRIME THE HISTORY - THE WHOLE FILE, IN KEY ORDER
           MOVE LOW-VALUES TO HIST-KEY.

           START TXN-HIST KEY NOT < HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
                   MOVE HIGH-VALUE TO TXNH-ACCT-NO
           END-START.

           IF WS-HIST-NOT-EOF
               PERFORM 8100-READ-HIST
                  THRU 8100-READ-HIST-END
           END-IF.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       1100-TAKE-RULE-CARD.
      *-------------------

      *    A NUMERIC FIELD OVERRIDES ITS DEFAULT; A BLANK ONE LEAVES
      *    IT ALONE. A CARD FOR NO KNOWN RULE IS LISTED AND IGNORED

           EVALUATE RCD-RULE-ID

             WHEN 'LRG'
               IF RCD-AMOUNT IS NUMERIC
                   MOVE RCD-AMOUNT TO WS-LRG-AMOUNT
               END-IF
               IF RCD-DAYS IS NUMERIC
                   MOVE RCD-DAYS TO WS-LRG-DAYS
               END-IF
               IF RCD-SWITCH = 'Y' OR RCD-SWITCH = 'N'
                   MOVE RCD-SWITCH TO WS-LRG-SW
               END-IF

             WHEN 'STR'
               IF RCD-AMOUNT IS NUMERIC
                   MOVE RCD-AMOUNT TO WS-STR-AMOUNT
               END-IF
               IF RCD-DAYS IS NUMERIC
                   MOVE RCD-DAYS TO WS-STR-DAYS
               END-IF
               IF RCD-COUNT IS NUMERIC
                   MOVE RCD-COUNT TO WS-STR-COUNT
               END-IF
               IF RCD-FACTOR IS NUMERIC
                   MOVE RCD-FACTOR TO WS-STR-PCT
               END-IF
               IF RCD-SWITCH = 'Y' OR RCD-SWITCH = 'N'
                   MOVE RCD-SWITCH TO WS-STR-SW
               END-IF

             WHEN 'VEL'
               IF RCD-DAYS IS NUMERIC
                   MOVE RCD-DAYS TO WS-VEL-DAYS
               END-IF
               IF RCD-PERIOD IS NUMERIC
                   MOVE RCD-PERIOD TO WS-VEL-PERIOD
               END-IF
               IF RCD-COUNT IS NUMERIC
                   MOVE RCD-COUNT TO WS-VEL-COUNT
               END-IF
               IF RCD-FACTOR IS NUMERIC
                   MOVE RCD-FACTOR TO WS-VEL-FACTOR
               END-IF
               IF RCD-SWITCH = 'Y' OR RCD-SWITCH = 'N'
                   MOVE RCD-SWITCH TO WS-VEL-SW
               END-IF

             WHEN 'REA'
               IF RCD-AMOUNT IS NUMERIC
                   MOVE RCD-AMOUNT TO WS-REA-AMOUNT
               END-IF
               IF RCD-PERIOD IS NUMERIC
                   MOVE RCD-PERIOD TO WS-REA-PERIOD
               END-IF
               IF RCD-COUNT IS NUMERIC
                   MOVE RCD-COUNT TO WS-REA-COUNT
               END-IF
               IF RCD-SWITCH = 'Y' OR RCD-SWITCH = 'N'
                   MOVE RCD-SWITCH TO WS-REA-SW
               END-IF

             WHEN OTHER
               ADD 1 TO WS-NO-BAD-CARD
               DISPLAY "UNKNOWN RULE CARD IGNORED: " WS-RULE-CARD

           END-EVALUATE.

           MOVE 'END' TO WS-RULE-CARD.
           ACCEPT WS-RULE-CARD FROM SYSIN.

      *-------------------
       1100-TAKE-RULE-CARD-END.
      *-------------------
           EXIT.

      *-------------------
       1200-LOAD-REACTIVATIONS.
      *-------------------

      *    EVERY DORMANT ACCOUNT JMCCOB17 REACTIVATED INSIDE THE REA
      *    PERIOD. THE LOG HOLDS TWO RECORDS PER REACTIVATION - ONLY
      *    THE DORMANCY FLAG CHANGE IS TAKEN

           OPEN INPUT CHG-LOG.

           IF WS-F02-FS = "00" OR WS-F02-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE CHG-LOG: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           PERFORM 1210-READ-LOG
              THRU 1210-READ-LOG-END
               UNTIL WS-LOG-EOF.

           CLOSE CHG-LOG.

      *-------------------
       1200-LOAD-REACTIVATIONS-END.
      *-------------------
           EXIT.

      *-------------------
       1210-READ-LOG.
      *-------------------

           READ CHG-LOG

           END-READ.

           EVALUATE TRUE

             WHEN WS-F02-FS = '00'
               MOVE CHG-LOG-DATA TO WS-REC-CHG-LOG
               ADD 1 TO WS-NO-READ-LOG

             WHEN WS-F02-FS = '10'
               SET WS-LOG-EOF TO TRUE
               GO TO 1210-READ-LOG-END

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE CHG-LOG !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           IF NOT CHGL-IS-REACTIVATE
               OR CHGL-FIELD-NAME NOT = 'F01-DORM-STATUS'
               OR CHGL-RUN-DATE < WS-REA-FROM-DATE
               OR CHGL-RUN-DATE > WS-BUS-DATE
               GO TO 1210-READ-LOG-END
           END-IF.

      *    THE LOG IS IN RUN ORDER - A LATER REACTIVATION OF THE SAME
      *    ACCOUNT REPLACES THE EARLIER ONE
           MOVE CHGL-ACCT-NO TO WS-CUR-ACCT-NO.

           PERFORM 8300-FIND-REACTIVATION
              THRU 8300-FIND-REACTIVATION-END.

           IF WS-CUR-REACTIVATED
               MOVE CHGL-RUN-DATE TO REACT-DATE (WS-REACT-IX)
               GO TO 1210-READ-LOG-END
           END-IF.

           IF WS-REACT-CNT >= WS-REACT-LIMIT
               DISPLAY "ABEND: MORE THAN " WS-REACT-LIMIT
                       " REACTIVATED ACCOUNTS"
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-REACT-CNT.
           ADD 1 TO WS-NO-REACTIVATED.
           MOVE CHGL-ACCT-NO  TO REACT-ACCT-NO (WS-REACT-CNT).
           MOVE CHGL-RUN-DATE TO REACT-DATE (WS-REACT-CNT).

      *-------------------
       1210-READ-LOG-END.
      *-------------------
           EXIT.

      *-------------------
       1300-PRINT-SETTINGS.
      *-------------------

      *    THE RULES AS THEY RAN TONIGHT - A CASE CAN ALWAYS BE
      *    TRACED BACK TO THE SETTINGS THAT RAISED IT

           MOVE WS-BUS-DATE TO ALRH-BUS-DATE.

           WRITE ALERT-RPT-DATA FROM WS-ALRT-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           MOVE SPACES TO ALERT-RPT-DATA.
           WRITE ALERT-RPT-DATA.
           WRITE ALERT-RPT-DATA FROM WS-RULE-HEAD.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           MOVE 'LRG'          TO RULL-RULE-ID.
           MOVE WS-LRG-SW      TO RULL-SWITCH.
           MOVE WS-LRG-AMOUNT  TO RULL-AMOUNT.
           MOVE WS-LRG-DAYS    TO RULL-DAYS.
           MOVE ZERO           TO RULL-PERIOD.
           MOVE ZERO           TO RULL-COUNT.
           MOVE ZERO           TO RULL-FACTOR.
           WRITE ALERT-RPT-DATA FROM WS-RULE-LINE.

           MOVE 'STR'          TO RULL-RULE-ID.
           MOVE WS-STR-SW      TO RULL-SWITCH.
           MOVE WS-STR-AMOUNT  TO RULL-AMOUNT.
           MOVE WS-STR-DAYS    TO RULL-DAYS.
           MOVE ZERO           TO RULL-PERIOD.
           MOVE WS-STR-COUNT   TO RULL-COUNT.
           MOVE WS-STR-PCT     TO RULL-FACTOR.
           WRITE ALERT-RPT-DATA FROM WS-RULE-LINE.

           MOVE 'VEL'          TO RULL-RULE-ID.
           MOVE WS-VEL-SW      TO RULL-SWITCH.
           MOVE ZERO           TO RULL-AMOUNT.
           MOVE WS-VEL-DAYS    TO RULL-DAYS.
           MOVE WS-VEL-PERIOD  TO RULL-PERIOD.
           MOVE WS-VEL-COUNT   TO RULL-COUNT.
           MOVE WS-VEL-FACTOR  TO RULL-FACTOR.
           WRITE ALERT-RPT-DATA FROM WS-RULE-LINE.

           MOVE 'REA'          TO RULL-RULE-ID.
           MOVE WS-REA-SW      TO RULL-SWITCH.
           MOVE WS-REA-AMOUNT  TO RULL-AMOUNT.
           MOVE ZERO           TO RULL-DAYS.
           MOVE WS-REA-PERIOD  TO RULL-PERIOD.
           MOVE WS-REA-COUNT   TO RULL-COUNT.
           MOVE ZERO           TO RULL-FACTOR.
           WRITE ALERT-RPT-DATA FROM WS-RULE-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           MOVE SPACES TO ALERT-RPT-DATA.
           WRITE ALERT-RPT-DATA.
           WRITE ALERT-RPT-DATA FROM WS-ALRT-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       1300-PRINT-SETTINGS-END.
      *-------------------
           EXIT.

      *-------------------
       1400-SEED-CASE-SEQ.
      *-------------------

      *    A CASE ID IS THE BUSINESS DATE PLUS A SERIAL. AN EARLIER
      *    RUN FOR THE SAME DATE HAS ALREADY ISSUED SOME, SO THE
      *    SERIAL STARTS FROM THE HIGHEST ONE ON FILE FOR THE DATE -
      *    A NEW CASE ON A RERUN CAN NEVER TAKE AN ID ALREADY ON
      *    ALERTS OR ON THE EARLIER CASEWORK. THE FILE IS KEYED BY
      *    ACCOUNT AND RULE, SO THE WHOLE OF IT IS BROWSED

           MOVE ZERO TO WS-CASE-SEQ.
           MOVE LOW-VALUES TO ALERT-FD-KEY.

           START ALERT-FILE KEY NOT < ALERT-FD-KEY
               INVALID KEY
                   SET WS-ALRT-EOF TO TRUE
           END-START.

           PERFORM 1410-READ-ALERT
              THRU 1410-READ-ALERT-END
               UNTIL WS-ALRT-EOF.

      *-------------------
       1400-SEED-CASE-SEQ-END.
      *-------------------
           EXIT.

      *-------------------
       1410-READ-ALERT.
      *-------------------

           READ ALERT-FILE NEXT RECORD
               AT END
                   SET WS-ALRT-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-ALRT-EOF
               GO TO 1410-READ-ALERT-END

             WHEN WS-F03-FS = '00'
               MOVE ALERT-FILE-REC TO WS-REC-ALRT

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ALERT-FILE !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           IF ALRT-CASE-DATE = WS-BUS-DATE
               AND ALRT-CASE-SEQ > WS-CASE-SEQ
               MOVE ALRT-CASE-SEQ TO WS-CASE-SEQ
           END-IF.

      *-------------------
       1410-READ-ALERT-END.
      *-------------------
           EXIT.

      *-------------------
       2000-SCREEN-ACCOUNT.
      *-------------------

      *    ALL OF ONE ACCOUNT'S HISTORY, THEN THE RULES ARE JUDGED
      *    ON WHAT IT ADDED UP TO

           MOVE TXNH-ACCT-NO TO WS-CUR-ACCT-NO.
           MOVE ZEROES       TO WS-ACCT-FIGURES.

           ADD 1 TO WS-NO-ACCOUNTS.

           PERFORM 8300-FIND-REACTIVATION
              THRU 8300-FIND-REACTIVATION-END.

           IF WS-CUR-REACTIVATED
               MOVE REACT-DATE (WS-REACT-IX) TO WS-CUR-REACT-DATE
           ELSE
               MOVE SPACE TO WS-CUR-REACT-DATE
           END-IF.

           PERFORM 2100-TAKE-ROW
              THRU 2100-TAKE-ROW-END
               UNTIL WS-HIST-EOF
                  OR TXNH-ACCT-NO NOT = WS-CUR-ACCT-NO.

           PERFORM 2500-JUDGE-ACCOUNT
              THRU 2500-JUDGE-ACCOUNT-END.

      *-------------------
       2000-SCREEN-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       2100-TAKE-ROW.
      *-------------------

           PERFORM 2110-APPLY-ROW
              THRU 2110-APPLY-ROW-END.

           PERFORM 8100-READ-HIST
              THRU 8100-READ-HIST-END.

      *-------------------
       2100-TAKE-ROW-END.
      *-------------------
           EXIT.

      *-------------------
       2110-APPLY-ROW.
      *-------------------

      *    THE ROW'S AGE IN DAYS BEFORE THE BUSINESS DATE (0 =
      *    TONIGHT). ROWS POSTED AFTER THE BUSINESS DATE (A RERUN
      *    FOR AN EARLIER NIGHT) OR OLDER THAN ANY RULE LOOKS ARE
      *    PASSED OVER

           IF TXNH-POST-DATE IS NOT NUMERIC
               GO TO 2110-APPLY-ROW-END
           END-IF.

           MOVE TXNH-POST-DATE TO WS-ROW-DATE-N.
           COMPUTE WS-ROW-AGE = WS-BUS-INTEGER
                 - FUNCTION INTEGER-OF-DATE (WS-ROW-DATE-N).

           IF WS-ROW-AGE < ZERO
               OR WS-ROW-AGE NOT < WS-LOOKBACK-DAYS
               GO TO 2110-APPLY-ROW-END
           END-IF.

           ADD 1 TO WS-NO-SCREENED.

           IF TXNH-MVT-AMOUNT < ZERO
               COMPUTE WS-ROW-ABS = ZERO - TXNH-MVT-AMOUNT
           ELSE
               MOVE TXNH-MVT-AMOUNT TO WS-ROW-ABS
           END-IF.

      *    LRG - ONE MOVEMENT, EITHER WAY, AT OR OVER THE THRESHOLD
           IF WS-ROW-AGE < WS-LRG-DAYS
               AND WS-ROW-ABS NOT < WS-LRG-AMOUNT
               ADD 1 TO WS-LRG-CNT
               IF WS-ROW-ABS > WS-LRG-MAX
                   MOVE WS-ROW-ABS TO WS-LRG-MAX
               END-IF
           END-IF.

      *    STR - A CREDIT IN THE BAND JUST UNDER THE THRESHOLD
           IF WS-ROW-AGE < WS-STR-DAYS
               AND TXNH-MVT-AMOUNT > ZERO
               AND TXNH-MVT-AMOUNT NOT < WS-STR-FLOOR
               AND TXNH-MVT-AMOUNT < WS-STR-AMOUNT
               ADD 1 TO WS-STR-CNT
               ADD TXNH-MVT-AMOUNT TO WS-STR-TOTAL
           END-IF.

      *    VEL - RECENT WINDOW, OR THE NORM PERIOD BEHIND IT
           IF WS-ROW-AGE < WS-VEL-DAYS
               ADD 1 TO WS-VEL-RECENT-CNT
               ADD WS-ROW-ABS TO WS-VEL-RECENT-TOTAL
           ELSE
               IF WS-ROW-AGE < WS-VEL-DAYS + WS-VEL-PERIOD
                   ADD 1 TO WS-VEL-NORM-CNT
               END-IF
           END-IF.

      *    REA - EVERYTHING SINCE THE REACTIVATION
           IF WS-CUR-REACTIVATED
               AND TXNH-POST-DATE NOT < WS-CUR-REACT-DATE
               ADD 1 TO WS-REA-CNT
               ADD WS-ROW-ABS TO WS-REA-TOTAL
           END-IF.

      *-------------------
       2110-APPLY-ROW-END.
      *-------------------
           EXIT.

      *-------------------
       2500-JUDGE-ACCOUNT.
      *-------------------

           IF WS-LRG-ON
               AND WS-LRG-CNT > ZERO
               MOVE 'LRG'                TO WS-ALERT-RULE-ID
               MOVE 'H'                  TO WS-ALERT-PRIORITY
               MOVE WS-LRG-MAX           TO WS-ALERT-AMOUNT
               MOVE WS-LRG-CNT           TO WS-ALERT-COUNT
               MOVE 'SINGLE MOVEMENT OVER REPORTING THRESHOLD'
                                         TO WS-ALERT-TEXT
               PERFORM 3000-RAISE-ALERT
                  THRU 3000-RAISE-ALERT-END
           END-IF.

           IF WS-STR-ON
               AND WS-STR-CNT NOT < WS-STR-COUNT
               AND WS-STR-CNT > ZERO
               MOVE 'STR'                TO WS-ALERT-RULE-ID
               MOVE 'H'                  TO WS-ALERT-PRIORITY
               MOVE WS-STR-TOTAL         TO WS-ALERT-AMOUNT
               MOVE WS-STR-CNT           TO WS-ALERT-COUNT
               MOVE 'REPEATED CREDITS JUST UNDER THRESHOLD'
                                         TO WS-ALERT-TEXT
               PERFORM 3000-RAISE-ALERT
                  THRU 3000-RAISE-ALERT-END
           END-IF.

      *    RECENT COUNT PER DAY ABOVE FACTOR TIMES THE NORM COUNT PER
      *    DAY - BOTH SIDES MULTIPLIED UP BY THE TWO WINDOW LENGTHS.
      *    AN ACCOUNT WITH NO NORM AT ALL TRIPS ON THE COUNT ALONE
           IF WS-VEL-ON
               AND WS-VEL-RECENT-CNT NOT < WS-VEL-COUNT
               AND WS-VEL-RECENT-CNT > ZERO
               COMPUTE WS-VEL-RECENT-WEIGHT =
                     WS-VEL-RECENT-CNT * WS-VEL-PERIOD
               COMPUTE WS-VEL-NORM-WEIGHT =
                     WS-VEL-NORM-CNT * WS-VEL-DAYS * WS-VEL-FACTOR
               IF WS-VEL-RECENT-WEIGHT > WS-VEL-NORM-WEIGHT
                   MOVE 'VEL'            TO WS-ALERT-RULE-ID
                   MOVE 'M'              TO WS-ALERT-PRIORITY
                   MOVE WS-VEL-RECENT-TOTAL TO WS-ALERT-AMOUNT
                   MOVE WS-VEL-RECENT-CNT   TO WS-ALERT-COUNT
                   MOVE 'ACTIVITY WELL ABOVE ACCOUNT NORM'
                                         TO WS-ALERT-TEXT
                   PERFORM 3000-RAISE-ALERT
                      THRU 3000-RAISE-ALERT-END
               END-IF
           END-IF.

           IF WS-REA-ON
               AND WS-CUR-REACTIVATED
               AND WS-REA-CNT > ZERO
               AND (WS-REA-CNT NOT < WS-REA-COUNT
                    OR WS-REA-TOTAL NOT < WS-REA-AMOUNT)
               MOVE 'REA'                TO WS-ALERT-RULE-ID
               MOVE 'M'                  TO WS-ALERT-PRIORITY
               MOVE WS-REA-TOTAL         TO WS-ALERT-AMOUNT
               MOVE WS-REA-CNT           TO WS-ALERT-COUNT
               MOVE 'HEAVY ACTIVITY AFTER REACTIVATION'
                                         TO WS-ALERT-TEXT
               PERFORM 3000-RAISE-ALERT
                  THRU 3000-RAISE-ALERT-END
           END-IF.

      *-------------------
       2500-JUDGE-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       3000-RAISE-ALERT.
      *-------------------

      *    ONE ALERT PER ACCOUNT PER RULE, EVER. THE ALERTS FILE
      *    SAYS WHETHER THIS ONE HAS BEEN RAISED BEFORE

           MOVE SPACES            TO WS-REC-ALRT.
           MOVE WS-CUR-ACCT-NO    TO ALRT-ACCT-NO.
           MOVE WS-ALERT-RULE-ID  TO ALRT-RULE-ID.
           MOVE ALRT-KEY          TO ALERT-FD-KEY.

           READ ALERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F03-FS = '23'
               PERFORM 3100-NEW-ALERT
                  THRU 3100-NEW-ALERT-END

             WHEN WS-F03-FS = '00'
               MOVE ALERT-FILE-REC TO WS-REC-ALRT
               PERFORM 3200-KNOWN-ALERT
                  THRU 3200-KNOWN-ALERT-END

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ALERT-FILE !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       3000-RAISE-ALERT-END.
      *-------------------
           EXIT.

      *-------------------
       3100-NEW-ALERT.
      *-------------------

           ADD 1 TO WS-CASE-SEQ.

           MOVE WS-BUS-DATE       TO ALRT-FIRST-DATE.
           MOVE WS-BUS-DATE       TO ALRT-LAST-DATE.
           MOVE WS-BUS-DATE       TO ALRT-CASE-DATE.
           MOVE WS-CASE-SEQ       TO ALRT-CASE-SEQ.
           MOVE 1                 TO ALRT-TRIGGER-CNT.
           MOVE WS-ALERT-AMOUNT   TO ALRT-FIG-AMOUNT.
           MOVE WS-ALERT-COUNT    TO ALRT-FIG-COUNT.
           MOVE WS-ALERT-TEXT     TO ALRT-TEXT.

           WRITE ALERT-FILE-REC FROM WS-REC-ALRT
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-F03-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE ALERT-FILE !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-NEW-ALERT.

           PERFORM 3300-WRITE-CASE
              THRU 3300-WRITE-CASE-END.

           MOVE 'NEW CASE OPENED' TO ALRD-STATUS.

           PERFORM 3400-LIST-ALERT
              THRU 3400-LIST-ALERT-END.

      *-------------------
       3100-NEW-ALERT-END.
      *-------------------
           EXIT.

      *-------------------
       3200-KNOWN-ALERT.
      *-------------------

      *    RAISED ON AN EARLIER RUN FOR TONIGHT'S DATE - A RERUN. THE
      *    CASE GOES BACK ON TONIGHT'S WORKLIST UNDER ITS OWN ID. THE
      *    SERIAL WAS SEEDED PAST EVERY ID ISSUED FOR THE DATE (1400),
      *    SO NO NEW CASE CAN TAKE IT
           IF ALRT-FIRST-DATE = WS-BUS-DATE
               ADD 1 TO WS-NO-REISSUED
               PERFORM 3300-WRITE-CASE
                  THRU 3300-WRITE-CASE-END
               MOVE 'CASE RE-ISSUED ON RERUN' TO ALRD-STATUS
               PERFORM 3400-LIST-ALERT
                  THRU 3400-LIST-ALERT-END
               GO TO 3200-KNOWN-ALERT-END
           END-IF.

      *    ALREADY RAISED - NOT RAISED AGAIN. THE ALERT RECORDS THAT
      *    THE RULE TRIPPED ONCE MORE (ONCE PER NIGHT) AND THE REPORT
      *    LISTS IT AGAINST THE CASE ALREADY OPEN
           ADD 1 TO WS-NO-REPEAT.

           IF ALRT-LAST-DATE NOT = WS-BUS-DATE
               MOVE WS-BUS-DATE TO ALRT-LAST-DATE
               IF ALRT-TRIGGER-CNT < 99999
                   ADD 1 TO ALRT-TRIGGER-CNT
               END-IF
               REWRITE ALERT-FILE-REC FROM WS-REC-ALRT
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-F03-FS NOT = '00'
      D            DISPLAY "ERROR REWRITE FILE ALERT-FILE !!!: "
      D                    WS-F03-FS
                   PERFORM 9999-ABEND
                       THRU 9999-ABEND-END
               END-IF
           END-IF.

           MOVE ALRT-FIRST-DATE  TO RPTS-FIRST-DATE.
           MOVE WS-REPEAT-STATUS TO ALRD-STATUS.

           PERFORM 3400-LIST-ALERT
              THRU 3400-LIST-ALERT-END.

      *-------------------
       3200-KNOWN-ALERT-END.
      *-------------------
           EXIT.

      *-------------------
       3300-WRITE-CASE.
      *-------------------

           MOVE SPACES            TO WS-REC-CASE.
           MOVE ALRT-CASE-ID      TO CASE-ID.
           MOVE ALRT-ACCT-NO      TO CASE-ACCT-NO.
           MOVE ALRT-RULE-ID      TO CASE-RULE-ID.
           MOVE WS-ALERT-PRIORITY TO CASE-PRIORITY.
           MOVE ALRT-FIG-AMOUNT   TO CASE-FIG-AMOUNT.
           MOVE ALRT-FIG-COUNT    TO CASE-FIG-COUNT.
           MOVE ALRT-TEXT         TO CASE-TEXT.
           SET CASE-OPEN          TO TRUE.

           WRITE CASE-WORK-DATA FROM WS-REC-CASE.

           IF WS-F04-FS = '00'
               ADD 1 TO WS-NO-CASE-OUT
           ELSE
      D        DISPLAY "ERROR WRITE FILE CASE-WORK !!!: " WS-F04-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       3300-WRITE-CASE-END.
      *-------------------
           EXIT.

      *-------------------
       3400-LIST-ALERT.
      *-------------------

      *    TONIGHT'S FIGURES ARE PRINTED, WHATEVER THE STATUS - FOR A
      *    REPEAT THEY SHOW WHAT THE ACCOUNT IS DOING NOW

           MOVE ALRT-CASE-ID      TO ALRD-CASE-ID.
           MOVE ALRT-ACCT-NO      TO ALRD-ACCT-NO.
           MOVE ALRT-RULE-ID      TO ALRD-RULE-ID.
           MOVE WS-ALERT-PRIORITY TO ALRD-PRIORITY.
           MOVE WS-ALERT-AMOUNT   TO ALRD-AMOUNT.
           MOVE WS-ALERT-COUNT    TO ALRD-COUNT.
           MOVE WS-ALERT-TEXT     TO ALRD-TEXT.

           WRITE ALERT-RPT-DATA FROM WS-ALRT-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       3400-LIST-ALERT-END.
      *-------------------
           EXIT.

      *-------------------
       8100-READ-HIST.
      *-------------------

           READ TXN-HIST NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-HIST-EOF
               MOVE HIGH-VALUE TO TXNH-ACCT-NO

             WHEN WS-F01-FS = '00'
               MOVE TXN-HIST-REC TO WS-REC-TXNH
               ADD 1 TO WS-NO-READ-HIST

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE TXN-HIST !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       8100-READ-HIST-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F05-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE ALERT-RPT !!!: " WS-F05-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8300-FIND-REACTIVATION.
      *-------------------

      *    IS WS-CUR-ACCT-NO ON THE REACTIVATION TABLE? LEAVES
      *    WS-REACT-IX ON THE ENTRY WHEN IT IS

           SET WS-CUR-NOT-REACTIVATED TO TRUE.

           PERFORM 8310-CHECK-REACT-ENTRY
              THRU 8310-CHECK-REACT-ENTRY-END
               VARYING WS-REACT-IX FROM 1 BY 1
                 UNTIL WS-REACT-IX > WS-REACT-CNT
                    OR WS-CUR-REACTIVATED.

           IF WS-CUR-REACTIVATED
               SUBTRACT 1 FROM WS-REACT-IX
           END-IF.

      *-------------------
       8300-FIND-REACTIVATION-END.
      *-------------------
           EXIT.

      *-------------------
       8310-CHECK-REACT-ENTRY.
      *-------------------

           IF REACT-ACCT-NO (WS-REACT-IX) = WS-CUR-ACCT-NO
               SET WS-CUR-REACTIVATED TO TRUE
           END-IF.

      *-------------------
       8310-CHECK-REACT-ENTRY-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F05-FS = '00'
               MOVE SPACES TO ALERT-RPT-DATA
               WRITE ALERT-RPT-DATA

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'ACCOUNTS SCREENED                  '
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-ACCOUNTS TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'HISTORY ROWS INSIDE THE RULE WINDOWS'
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-SCREENED TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'RECENTLY REACTIVATED ACCOUNTS      '
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-REACTIVATED TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'NEW ALERTS - CASES OPENED          '
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-NEW-ALERT TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'CASES RE-ISSUED ON RERUN           '
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-REISSUED TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'REPEATS - ALREADY RAISED           '
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-REPEAT TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE

               MOVE SPACES TO WS-ALRT-TOTAL-LINE
               MOVE 'RULE CARDS IGNORED                 '
                 TO ALRT-TOT-TEXT
               MOVE WS-NO-BAD-CARD TO ALRT-TOT-COUNT
               WRITE ALERT-RPT-DATA FROM WS-ALRT-TOTAL-LINE
           END-IF.

           CLOSE TXN-HIST.
           CLOSE ALERT-FILE.
           CLOSE CASE-WORK.
           CLOSE ALERT-RPT.

           DISPLAY "***** END ACTIVITY MONITORING *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO HISTORY ROWS READ : " WS-NO-READ-HIST.
           DISPLAY "NO ROWS SCREENED     : " WS-NO-SCREENED.
           DISPLAY "NO ACCOUNTS SCREENED : " WS-NO-ACCOUNTS.
           DISPLAY "NO CHANGE LOG READ   : " WS-NO-READ-LOG.
           DISPLAY "NO REACTIVATED ACCTS : " WS-NO-REACTIVATED.
           DISPLAY "NO NEW ALERTS        : " WS-NO-NEW-ALERT.
           DISPLAY "NO CASES RE-ISSUED   : " WS-NO-REISSUED.
           DISPLAY "NO REPEAT ALERTS     : " WS-NO-REPEAT.
           DISPLAY "NO CASES WRITTEN     : " WS-NO-CASE-OUT.
           DISPLAY '*************************************************'.

      *    A NEW CASE NEEDS A HUMAN - RC 4 PUTS THE WORKLIST IN FRONT
      *    OF COMPLIANCE WITHOUT FAILING THE JOB
           IF WS-NO-NEW-ALERT > ZERO
               OR WS-NO-REISSUED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
           EXIT.

      *-------------------
       9999-ABEND.
      *-------------------

      D    DISPLAY "WE ARE IN ABEND".

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           GOBACK.

      *-------------------
       9999-ABEND-END.
      *-------------------
           EXIT.
