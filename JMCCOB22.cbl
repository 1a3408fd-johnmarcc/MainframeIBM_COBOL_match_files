      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB22.
       AUTHOR.        JEAN M C.
      *>  - OVERDRAWN-ACCOUNT AGING, RUN NIGHTLY AFTER A CLEAN CYCLE
      *>  - READS THE CURRENT ACCT-OUT GENERATION (NAMED BY
      *>    ACCT-GEN-PTR, THE SAME TRUSTED-GENERATION GATE JMCCOB05
      *>    USES) AND AGES EVERY ACCOUNT WITH A BALANCE BELOW ZERO
      *>    FROM THE DATE THE NIGHTLY MATCH STAMPED WHEN IT FIRST
      *>    WENT OVERDRAWN (F01-OD-SINCE-DATE). THE DAY IT WENT
      *>    OVERDRAWN COUNTS AS DAY 1. BUCKETS:
      *>      1-30, 31-60, 61-90 AND OVER 90 DAYS
      *>  - AN OVERDRAWN ACCOUNT WITH NO DATE (A RECORD NO CYCLE HAS
      *>    WRITTEN SINCE THE FIELD EXISTED) CANNOT BE AGED - IT IS
      *>    SHOWN ON ITS OWN LINE OF THE SUMMARY, NEVER EXTRACTED,
      *>    AND RETURN-CODE 4 ASKS FOR A LOOK
      *>  - EVERY ACCOUNT OVERDRAWN LONGER THAN THE COLLECTIONS
      *>    THRESHOLD GOES ON THE COLLECTIONS EXTRACT (COLLEXT), THE
      *>    FIXED LAYOUT THE COLLECTIONS AGENCY LOADS:
      *>      CLH  HEADER (RUN DATE, THRESHOLD)
      *>      CLD  ONE PER ACCOUNT HANDED OVER
      *>      CLT  TRAILER: RECORD COUNT AND TOTAL AMOUNT OWED
      *>  - THE SUMMARY REPORT (AGERPT) GIVES, PER BUCKET, THE COUNT
      *>    OF ACCOUNTS, HOW MANY STAND OVER THEIR LIMIT, THE
      *>    EXPOSURE (AMOUNT BELOW ZERO), THE EXCESS OVER LIMIT AND
      *>    HOW MANY WERE HANDED TO COLLECTIONS
      *>  - READ ONLY - THE GENERATION IS NOT CHANGED
      *>  - PARM CARD (SYSIN, ALL OPTIONAL):
      *>      COLS  1-5   COLLECTIONS THRESHOLD IN DAYS OVERDRAWN
      *>                  (DEFAULT 90 - THE OVER 90 BUCKET)
      *>      COLS  7-14  RUN DATE CCYYMMDD (DEFAULT: CURRENT)
      *>  - RECORDS ITS RUN ON THE BATCH-CONTROL LEDGER (JMCCOB20)
      *>    UNDER THE RUN DATE, AND IS REFUSED WITH RETURN-CODE 12
      *>    UNLESS JMCCOB02 ENDED CLEAN FOR THAT DATE, OR WHEN IT HAS
      *>    ALREADY RUN FOR IT
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCT-GEN-PTR ASSIGN TO ACCTGENP
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F01-FS.

           SELECT ACCT-MAST ASSIGN TO WS-MAST-FILENAME
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F02-FS.

           SELECT COLL-EXT ASSIGN TO COLLEXT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F03-FS.

           SELECT AGE-RPT  ASSIGN TO AGERPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  ACCT-GEN-PTR.
       01  ACCT-GEN-PTR-DATA            PIC X(20).

       FD  ACCT-MAST RECORDING MODE F.
       01  ACCT-MAST-DATA               PIC X(80).

       FD  COLL-EXT RECORDING MODE F.
       01  COLL-EXT-DATA                PIC X(100).

       FD  AGE-RPT RECORDING MODE F.
       01  AGE-RPT-DATA                 PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-READ-MAST              PIC 9(8).
           05 WS-NO-OVERDRAWN              PIC 9(8).
           05 WS-NO-NO-DATE                PIC 9(8).
           05 WS-NO-COLL-REC               PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).

       01 WS-MAST-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-MAST-EOF               VALUE 'TRUE'.
          88 WS-MAST-NOT-EOF           VALUE 'FALSE'.

       01  WS-MAST-FILENAME             PIC X(20) VALUE SPACE.

       01  WS-REC-F01.
           COPY ACCTREC.

      * RUN PARAMETER CARD (SYSIN)
       01  WS-RUN-PARM                   PIC X(20) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-COLL-DAYS            PIC X(05).
           05  FILLER                    PIC X(01).
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(06).

       01  WS-COLL-DAYS                  PIC 9(05) VALUE 90.
       01  WS-RUN-DATE                   PIC X(08) VALUE SPACE.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

      * AGING ARITHMETIC - DAY NUMBERS, SO MONTH AND YEAR ENDS NEED
      * NO SPECIAL CASES
       01  WS-RUN-DATE-N                 PIC 9(08) VALUE ZERO.
       01  WS-SINCE-DATE-N               PIC 9(08) VALUE ZERO.
       01  WS-RUN-INTEGER                PIC 9(08) VALUE ZERO.
       01  WS-SINCE-INTEGER              PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                   PIC S9(08) VALUE ZERO.

      * THE ACCOUNT IN HAND - AMOUNT BELOW ZERO AND BEYOND THE LIMIT
       01  WS-EXPOSURE                   PIC 9(09)V99 VALUE ZERO.
       01  WS-EXCESS                     PIC 9(09)V99 VALUE ZERO.

      * AMOUNT OWED OVER EVERY ACCOUNT HANDED TO COLLECTIONS - THE
      * EXTRACT TRAILER'S CONTROL TOTAL
       01  WS-COLL-OWED-TOTAL            PIC 9(13)V99 VALUE ZERO.

       01  WS-OVER-LIMIT-SW              PIC X(01) VALUE 'N'.
           88  WS-OVER-LIMIT              VALUE 'Y'.
           88  WS-WITHIN-LIMIT            VALUE 'N'.

      * AGING BUCKETS - 1 TO 4 BY DAYS OVERDRAWN, 5 THE OVERDRAWN
      * ACCOUNTS WITH NO DATE, 6 THE TOTAL OF ALL FIVE
       01  WS-BKT-IX                     PIC 9(02) VALUE ZERO.
       01  WS-BKT-CNT                    PIC 9(02) VALUE 6.
       01  WS-BKT-TOTAL-IX               PIC 9(02) VALUE 6.
       01  WS-BKT-NO-DATE-IX             PIC 9(02) VALUE 5.

       01  WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL-VALUES.
               10  FILLER                PIC X(12) VALUE '1-30 DAYS'.
               10  FILLER                PIC X(12) VALUE '31-60 DAYS'.
               10  FILLER                PIC X(12) VALUE '61-90 DAYS'.
               10  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
               10  FILLER                PIC X(12) VALUE 'NO DATE'.
               10  FILLER                PIC X(12) VALUE 'TOTAL'.
           05  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
               10  AGE-BKT-LABEL         PIC X(12) OCCURS 6 TIMES.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL           OCCURS 6 TIMES.
               10  AGE-BKT-ACCTS         PIC 9(08).
               10  AGE-BKT-OVER-LIM      PIC 9(08).
               10  AGE-BKT-EXPOSURE      PIC 9(13)V99.
               10  AGE-BKT-EXCESS        PIC 9(13)V99.
               10  AGE-BKT-COLL          PIC 9(08).

      * COLLECTIONS EXTRACT LAYOUTS - FIXED INTERFACE, AGREED WITH
      * THE COLLECTIONS AGENCY: DO NOT RELOCATE FIELDS WITHOUT
      * TELLING THEM
       01  WS-COLL-HEADER.
           05  CLH-REC-TYPE             PIC X(03) VALUE 'CLH'.
           05  CLH-RUN-DATE             PIC X(08).
           05  CLH-SOURCE               PIC X(08) VALUE 'JMCACCTS'.
           05  CLH-THRESHOLD-DAYS       PIC 9(05).
           05  FILLER                   PIC X(76) VALUE SPACE.

       01  WS-COLL-DETAIL.
           05  CLD-REC-TYPE             PIC X(03) VALUE 'CLD'.
           05  CLD-ACCT-NO              PIC X(07).
           05  CLD-CUSTOMER-NAME        PIC X(20).
           05  CLD-AMOUNT-OWED          PIC 9(09)V99.
           05  CLD-OVERDRAFT-LIMIT      PIC 9(09)V99.
           05  CLD-EXCESS-OVER-LIMIT    PIC 9(09)V99.
           05  CLD-OVER-LIMIT-FLAG      PIC X(01).
           05  CLD-OD-SINCE-DATE        PIC X(08).
           05  CLD-DAYS-OVERDRAWN       PIC 9(05).
           05  CLD-AGE-BUCKET           PIC X(12).
           05  FILLER                   PIC X(11) VALUE SPACE.

       01  WS-COLL-TRAILER.
           05  CLT-REC-TYPE             PIC X(03) VALUE 'CLT'.
           05  CLT-REC-COUNT            PIC 9(08).
           05  CLT-TOTAL-OWED           PIC 9(13)V99.
           05  FILLER                   PIC X(74) VALUE SPACE.

      * REPORT PRINT LINES
       01  WS-AGE-HEAD1.
           05  FILLER                    PIC X(42)
               VALUE '****** OVERDRAWN-ACCOUNT AGING - RUN DATE '.
           05  AGEH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(19)
               VALUE ' COLLECTIONS AFTER '.
           05  AGEH-COLL-DAYS            PIC ZZZZ9.
           05  FILLER                    PIC X(13)
               VALUE ' DAYS ******'.
           05  FILLER                    PIC X(45) VALUE SPACE.

       01  WS-AGE-HEAD2.
           05  FILLER                    PIC X(14) VALUE 'BUCKET'.
           05  FILLER                    PIC X(10) VALUE 'ACCOUNTS'.
           05  FILLER                    PIC X(10) VALUE 'OVER LIM'.
           05  FILLER                    PIC X(22)
               VALUE '            EXPOSURE'.
           05  FILLER                    PIC X(22)
               VALUE '   EXCESS OVER LIMIT'.
           05  FILLER                    PIC X(08) VALUE 'TO COLL.'.
           05  FILLER                    PIC X(46) VALUE SPACE.

       01  WS-AGE-DETAIL.
           05  AGED-BUCKET               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  AGED-ACCTS                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  AGED-OVER-LIM             PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  AGED-EXPOSURE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  AGED-EXCESS               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  AGED-COLL                 PIC ZZZZZZZ9.
           05  FILLER                    PIC X(46) VALUE SPACE.

       01  WS-AGE-TOTAL-LINE.
           05  AGET-TEXT                 PIC X(35).
           05  AGET-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(89) VALUE SPACE.

      * STEP-CONTROL CALL AREA AND THE STEP'S STANDING ON THE
      * BATCH-CONTROL LEDGER (SEE JMCCOB20)
       01  WS-BATCH-CTL.
           COPY BCTLLINK.

       01  WS-STEP-CTL-SW                PIC X(01) VALUE 'N'.
           88  WS-STEP-NOT-BEGUN          VALUE 'N'.
           88  WS-STEP-BEGUN              VALUE 'Y'.
           88  WS-STEP-ABENDED            VALUE 'A'.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-AGE-ACCOUNT
              THRU 2000-AGE-ACCOUNT-END
               UNTIL WS-MAST-EOF.

           PERFORM 3000-CLOSE-EXTRACT
              THRU 3000-CLOSE-EXTRACT-END.

           PERFORM 3100-WRITE-SUMMARY
              THRU 3100-WRITE-SUMMARY-END.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** OVERDRAWN-ACCOUNT AGING *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.
           MOVE ZEROES TO WS-BUCKET-TOTALS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

           IF PARM-COLL-DAYS IS NUMERIC
               MOVE PARM-COLL-DAYS TO WS-COLL-DAYS
               DISPLAY "***** COLLECTIONS THRESHOLD SET TO "
                       WS-COLL-DAYS " DAYS BY PARM CARD *****"
           END-IF.

           IF PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

      *    THE LEDGER IS ASKED BEFORE A SINGLE FILE IS OPENED
           PERFORM 9600-BEGIN-STEP
              THRU 9600-BEGIN-STEP-END.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
           COMPUTE WS-RUN-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

      *    WHICH GENERATION DID THE LAST CLEAN RUN WRITE? NO POINTER
      *    MEANS NO CLEAN CYCLE HAS COMPLETED: NOTHING TO AGE
           OPEN INPUT ACCT-GEN-PTR.

           IF WS-F01-FS = "00"
               READ ACCT-GEN-PTR INTO WS-MAST-FILENAME
                   AT END
                       CONTINUE
               END-READ
               CLOSE ACCT-GEN-PTR
           ELSE
               CONTINUE
           END-IF.

           IF WS-MAST-FILENAME = SPACE
               DISPLAY "NO CLEAN CYCLE RECORDED ON ACCT-GEN-PTR - "
                       "AGING SUPPRESSED"
               PERFORM 9800-REFUSE-RUN
                  THRU 9800-REFUSE-RUN-END
           END-IF.

           DISPLAY "AGING GENERATION: " WS-MAST-FILENAME.

           OPEN INPUT ACCT-MAST.

           IF WS-F02-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ACCT-MAST: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT COLL-EXT.

           IF WS-F03-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE COLL-EXT: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT AGE-RPT.

           IF WS-F04-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE AGE-RPT: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-RUN-DATE  TO CLH-RUN-DATE.
           MOVE WS-COLL-DAYS TO CLH-THRESHOLD-DAYS.

           WRITE COLL-EXT-DATA FROM WS-COLL-HEADER.
           PERFORM 8200-CHECK-EXT-WRITE
              THRU 8200-CHECK-EXT-WRITE-END.

           MOVE WS-RUN-DATE  TO AGEH-RUN-DATE.
           MOVE WS-COLL-DAYS TO AGEH-COLL-DAYS.

           WRITE AGE-RPT-DATA FROM WS-AGE-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           WRITE AGE-RPT-DATA FROM WS-AGE-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       2000-AGE-ACCOUNT.
      *-------------------

           READ ACCT-MAST

           END-READ.

           EVALUATE TRUE

             WHEN WS-F02-FS = '00'

               MOVE ACCT-MAST-DATA TO WS-REC-F01
               ADD 1 TO WS-NO-READ-MAST

               IF F01-BALANCE < ZERO
                   PERFORM 2100-AGE-OVERDRAWN
                      THRU 2100-AGE-OVERDRAWN-END
               END-IF

             WHEN WS-F02-FS = '10'
               SET WS-MAST-EOF TO TRUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-MAST !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       2000-AGE-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       2100-AGE-OVERDRAWN.
      *-------------------

      *    ONE OVERDRAWN ACCOUNT - MEASURE HOW FAR BELOW ZERO AND
      *    BEYOND ITS LIMIT IT STANDS, AGE IT FROM ITS OVERDRAWN-SINCE
      *    DATE, ADD IT TO ITS BUCKET, AND HAND IT TO COLLECTIONS
      *    ONCE IT HAS BEEN OVERDRAWN LONGER THAN THE THRESHOLD

           ADD 1 TO WS-NO-OVERDRAWN.

           COMPUTE WS-EXPOSURE = ZERO - F01-BALANCE.

           IF WS-EXPOSURE > F01-OVERDRAFT-LIMIT
               SET WS-OVER-LIMIT TO TRUE
               COMPUTE WS-EXCESS = WS-EXPOSURE - F01-OVERDRAFT-LIMIT
           ELSE
               SET WS-WITHIN-LIMIT TO TRUE
               MOVE ZERO TO WS-EXCESS
           END-IF.

      *    NO DATE, OR ONE THAT IS NOT A CALENDAR DATE, CANNOT BE AGED
           MOVE ZERO TO WS-SINCE-INTEGER.

           IF F01-OD-SINCE-DATE IS NUMERIC
               AND F01-OD-SINCE-DATE NOT = ZERO
               MOVE F01-OD-SINCE-DATE TO WS-SINCE-DATE-N
               COMPUTE WS-SINCE-INTEGER =
                     FUNCTION INTEGER-OF-DATE (WS-SINCE-DATE-N)
           END-IF.

           IF WS-SINCE-INTEGER = ZERO
               ADD 1 TO WS-NO-NO-DATE
               MOVE WS-BKT-NO-DATE-IX TO WS-BKT-IX
               PERFORM 2200-ADD-TO-BUCKET
                  THRU 2200-ADD-TO-BUCKET-END
               GO TO 2100-AGE-OVERDRAWN-END
           END-IF.

      *    A RUN DATED EARLIER THAN THE STAMP (A RERUN FOR A PAST
      *    DATE) STILL COUNTS THE ACCOUNT AS ON ITS FIRST DAY
           COMPUTE WS-AGE-DAYS =
                 WS-RUN-INTEGER - WS-SINCE-INTEGER + 1.

           IF WS-AGE-DAYS < 1
               MOVE 1 TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
             WHEN WS-AGE-DAYS NOT > 30
               MOVE 1 TO WS-BKT-IX
             WHEN WS-AGE-DAYS NOT > 60
               MOVE 2 TO WS-BKT-IX
             WHEN WS-AGE-DAYS NOT > 90
               MOVE 3 TO WS-BKT-IX
             WHEN OTHER
               MOVE 4 TO WS-BKT-IX
           END-EVALUATE.

           PERFORM 2200-ADD-TO-BUCKET
              THRU 2200-ADD-TO-BUCKET-END.

           IF WS-AGE-DAYS > WS-COLL-DAYS
               PERFORM 2300-WRITE-COLL-DETAIL
                  THRU 2300-WRITE-COLL-DETAIL-END
           END-IF.

      *-------------------
       2100-AGE-OVERDRAWN-END.
      *-------------------
           EXIT.

      *-------------------
       2200-ADD-TO-BUCKET.
      *-------------------

      *    THE ACCOUNT GOES INTO ITS OWN BUCKET AND THE TOTAL LINE

           ADD 1           TO AGE-BKT-ACCTS    (WS-BKT-IX)
                              AGE-BKT-ACCTS    (WS-BKT-TOTAL-IX).
           ADD WS-EXPOSURE TO AGE-BKT-EXPOSURE (WS-BKT-IX)
                              AGE-BKT-EXPOSURE (WS-BKT-TOTAL-IX).

           IF WS-OVER-LIMIT
               ADD 1         TO AGE-BKT-OVER-LIM (WS-BKT-IX)
                                AGE-BKT-OVER-LIM (WS-BKT-TOTAL-IX)
               ADD WS-EXCESS TO AGE-BKT-EXCESS   (WS-BKT-IX)
                                AGE-BKT-EXCESS   (WS-BKT-TOTAL-IX)
           END-IF.

      *-------------------
       2200-ADD-TO-BUCKET-END.
      *-------------------
           EXIT.

      *-------------------
       2300-WRITE-COLL-DETAIL.
      *-------------------

           MOVE F01-ACCT-NO          TO CLD-ACCT-NO.
           MOVE F01-CUSTOMER-NAME    TO CLD-CUSTOMER-NAME.
           MOVE WS-EXPOSURE          TO CLD-AMOUNT-OWED.
           MOVE F01-OVERDRAFT-LIMIT  TO CLD-OVERDRAFT-LIMIT.
           MOVE WS-EXCESS            TO CLD-EXCESS-OVER-LIMIT.
           MOVE WS-OVER-LIMIT-SW     TO CLD-OVER-LIMIT-FLAG.
           MOVE WS-SINCE-DATE-N      TO CLD-OD-SINCE-DATE.
           MOVE WS-AGE-DAYS          TO CLD-DAYS-OVERDRAWN.
           MOVE AGE-BKT-LABEL (WS-BKT-IX) TO CLD-AGE-BUCKET.

           WRITE COLL-EXT-DATA FROM WS-COLL-DETAIL.
           PERFORM 8200-CHECK-EXT-WRITE
              THRU 8200-CHECK-EXT-WRITE-END.

           ADD 1 TO WS-NO-COLL-REC.
           ADD WS-EXPOSURE TO WS-COLL-OWED-TOTAL.
           ADD 1 TO AGE-BKT-COLL (WS-BKT-IX)
                    AGE-BKT-COLL (WS-BKT-TOTAL-IX).

      *-------------------
       2300-WRITE-COLL-DETAIL-END.
      *-------------------
           EXIT.

      *-------------------
       3000-CLOSE-EXTRACT.
      *-------------------

      *    THE TRAILER PROVES THE EXTRACT TO THE AGENCY'S LOADER -
      *    WRITTEN ONLY ONCE THE WHOLE GENERATION HAS BEEN WALKED, SO
      *    A RUN THAT DIES PART-WAY LEAVES AN EXTRACT THE LOADER WILL
      *    NOT TAKE

           MOVE WS-NO-COLL-REC     TO CLT-REC-COUNT.
           MOVE WS-COLL-OWED-TOTAL TO CLT-TOTAL-OWED.

           WRITE COLL-EXT-DATA FROM WS-COLL-TRAILER.
           PERFORM 8200-CHECK-EXT-WRITE
              THRU 8200-CHECK-EXT-WRITE-END.

      *-------------------
       3000-CLOSE-EXTRACT-END.
      *-------------------
           EXIT.

      *-------------------
       3100-WRITE-SUMMARY.
      *-------------------

           PERFORM 3150-WRITE-BUCKET-LINE
              THRU 3150-WRITE-BUCKET-LINE-END
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-CNT.

      *-------------------
       3100-WRITE-SUMMARY-END.
      *-------------------
           EXIT.

      *-------------------
       3150-WRITE-BUCKET-LINE.
      *-------------------

      *    A SPACER AHEAD OF THE TOTAL LINE

           IF WS-BKT-IX = WS-BKT-TOTAL-IX
               MOVE SPACES TO AGE-RPT-DATA
               WRITE AGE-RPT-DATA
               PERFORM 8100-CHECK-RPT-WRITE
                  THRU 8100-CHECK-RPT-WRITE-END
           END-IF.

           MOVE AGE-BKT-LABEL    (WS-BKT-IX) TO AGED-BUCKET.
           MOVE AGE-BKT-ACCTS    (WS-BKT-IX) TO AGED-ACCTS.
           MOVE AGE-BKT-OVER-LIM (WS-BKT-IX) TO AGED-OVER-LIM.
           MOVE AGE-BKT-EXPOSURE (WS-BKT-IX) TO AGED-EXPOSURE.
           MOVE AGE-BKT-EXCESS   (WS-BKT-IX) TO AGED-EXCESS.
           MOVE AGE-BKT-COLL     (WS-BKT-IX) TO AGED-COLL.

           WRITE AGE-RPT-DATA FROM WS-AGE-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       3150-WRITE-BUCKET-LINE-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F04-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE AGE-RPT !!!: " WS-F04-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-CHECK-EXT-WRITE.
      *-------------------

           IF WS-F03-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE COLL-EXT !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8200-CHECK-EXT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F04-FS = '00'
               MOVE SPACES TO AGE-RPT-DATA
               WRITE AGE-RPT-DATA

               MOVE SPACES TO WS-AGE-TOTAL-LINE
               MOVE 'ACCOUNTS READ                      ' TO AGET-TEXT
               MOVE WS-NO-READ-MAST TO AGET-COUNT
               WRITE AGE-RPT-DATA FROM WS-AGE-TOTAL-LINE

               MOVE SPACES TO WS-AGE-TOTAL-LINE
               MOVE 'ACCOUNTS OVERDRAWN                 ' TO AGET-TEXT
               MOVE WS-NO-OVERDRAWN TO AGET-COUNT
               WRITE AGE-RPT-DATA FROM WS-AGE-TOTAL-LINE

               MOVE SPACES TO WS-AGE-TOTAL-LINE
               MOVE 'OVERDRAWN WITH NO PROVABLE DATE    ' TO AGET-TEXT
               MOVE WS-NO-NO-DATE TO AGET-COUNT
               WRITE AGE-RPT-DATA FROM WS-AGE-TOTAL-LINE

               MOVE SPACES TO WS-AGE-TOTAL-LINE
               MOVE 'ACCOUNTS HANDED TO COLLECTIONS     ' TO AGET-TEXT
               MOVE WS-NO-COLL-REC TO AGET-COUNT
               WRITE AGE-RPT-DATA FROM WS-AGE-TOTAL-LINE
           END-IF.

           DISPLAY "***** END OVERDRAWN-ACCOUNT AGING *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO MASTER REC READ   : " WS-NO-READ-MAST.
           DISPLAY "NO OVERDRAWN         : " WS-NO-OVERDRAWN.
           DISPLAY "NO WITHOUT A DATE    : " WS-NO-NO-DATE.
           DISPLAY "NO TO COLLECTIONS    : " WS-NO-COLL-REC.
           DISPLAY '*************************************************'.

           CLOSE ACCT-MAST.
           CLOSE COLL-EXT.
           CLOSE AGE-RPT.

      *    AN OVERDRAWN ACCOUNT THAT CANNOT BE AGED IS MISSING FROM
      *    THE EXTRACT WHATEVER ITS AGE - SOMEBODY SHOULD LOOK
           IF WS-NO-NO-DATE > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
           EXIT.

      *-------------------
       9800-REFUSE-RUN.
      *-------------------

      *    NOT AN ERROR IN THIS PROGRAM - THERE IS NO TRUSTED
      *    GENERATION TO AGE. RETURN-CODE 8 LETS THE JCL SKIP
      *    DEPENDENT STEPS

           MOVE 8 TO RETURN-CODE.

           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           GOBACK.

      *-------------------
       9800-REFUSE-RUN-END.
      *-------------------
           EXIT.

      *-------------------
       9600-BEGIN-STEP.
      *-------------------

      *    THE BATCH-CONTROL LEDGER DECIDES WHETHER THIS STEP MAY RUN
      *    FOR THE BUSINESS DATE. NOTHING HAS BEEN OPENED YET, SO A
      *    REFUSAL LEAVES EVERY FILE AS IT WAS. RETURN-CODE 12 IS
      *    KEPT FOR A STEP REFUSED OUT OF ORDER OR AS A SECOND RUN

           SET BCL-BEGIN-STEP TO TRUE.
           MOVE 'JMCCOB22' TO BCL-STEP-ID.
           MOVE WS-RUN-DATE TO BCL-BUS-DATE.
           MOVE ZERO TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** JMCCOB22 REFUSED - " BCL-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           SET WS-STEP-BEGUN TO TRUE.

           DISPLAY "***** BUSINESS DATE " BCL-BUS-DATE
                   " RECORDED ON THE BATCH-CONTROL LEDGER *****".

      *-------------------
       9600-BEGIN-STEP-END.
      *-------------------
           EXIT.

      *-------------------
       9650-END-STEP.
      *-------------------

      *    THE STEP'S OUTCOME GOES ON THE LEDGER AS ITS LAST ACT. THE
      *    CALL ITSELF SETS RETURN-CODE, SO THE STEP'S OWN IS PUT
      *    BACK AFTERWARDS. A LEDGER THAT CANNOT BE UPDATED IS
      *    REPORTED BUT DOES NOT UNDO A FINISHED RUN

           IF WS-STEP-NOT-BEGUN
               GO TO 9650-END-STEP-END
           END-IF.

           IF WS-STEP-ABENDED
               SET BCL-ABEND-STEP TO TRUE
           ELSE
               SET BCL-END-STEP TO TRUE
           END-IF.

           MOVE RETURN-CODE TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** STEP END NOT RECORDED - " BCL-MESSAGE
           END-IF.

           MOVE BCL-STEP-RC TO RETURN-CODE.

           SET WS-STEP-NOT-BEGUN TO TRUE.

      *-------------------
       9650-END-STEP-END.
      *-------------------
           EXIT.

      *-------------------
       9999-ABEND.
      *-------------------

      D    DISPLAY "WE ARE IN ABEND".

           IF WS-STEP-BEGUN
               SET WS-STEP-ABENDED TO TRUE
           END-IF.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           GOBACK.

      *-------------------
       9999-ABEND-END.
      *-------------------
           EXIT.
