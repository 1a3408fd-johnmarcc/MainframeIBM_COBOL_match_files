      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB21.
       AUTHOR.        JEAN M C.
      *>  - NIGHTLY STREAM STATUS REPORT, RUN IN THE MORNING OR AT
      *>    ANY POINT DURING THE NIGHT
      *>  - READS THE BATCH-CONTROL LEDGER (BATCTL, LAYOUT BCTLREC)
      *>    THAT EVERY STREAM STEP KEEPS THROUGH JMCCOB20, AND LISTS
      *>    ONE BUSINESS DATE'S STREAM IN RUNNING ORDER (COPYBOOK
      *>    BCTLSTRM): FOR EACH STEP WHAT IT DID, WHEN IT STARTED AND
      *>    ENDED, ITS RETURN CODE, HOW MANY ATTEMPTS AND REFUSALS,
      *>    AND FOR A STEP NOT YET RUN WHETHER IT IS READY OR STILL
      *>    WAITING FOR ITS PREREQUISITE
      *>  - ANY OTHER STEP RECORDED FOR THE DATE IS LISTED AFTER THE
      *>    STREAM AS OFF-STREAM
      *>  - THE REPORT (STRMRPT) ENDS WITH A COUNT PER OUTCOME;
      *>    RETURN-CODE 4 WHEN ANYTHING NEEDS A HUMAN: A STEP THAT
      *>    FAILED, ABENDED, WAS REFUSED OR NEVER ENDED, OR A NIGHTLY
      *>    STEP THAT HAS NOT RUN
      *>  - PARM CARD (SYSIN, OPTIONAL): COLS 1-8 BUSINESS DATE
      *>    CCYYMMDD (DEFAULT: THE LATEST DATE ON THE LEDGER)
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  OPTIONAL - NO LEDGER YET MEANS NO STEP HAS EVER RUN
           SELECT OPTIONAL BATCH-CTL ASSIGN TO BATCTL
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    BCTL-FD-KEY
            FILE STATUS IS WS-F01-FS.

           SELECT STRM-RPT ASSIGN TO STRMRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F02-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  BATCH-CTL.
       01  BATCH-CTL-REC.
           05  BCTL-FD-KEY              PIC X(16).
           05  FILLER                   PIC X(84).

       FD  STRM-RPT RECORDING MODE F.
       01  STRM-RPT-DATA                PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-STEPS                  PIC 9(8).
           05 WS-NO-CLEAN                  PIC 9(8).
           05 WS-NO-FAILED                 PIC 9(8).
           05 WS-NO-ABENDED                PIC 9(8).
           05 WS-NO-REFUSED                PIC 9(8).
           05 WS-NO-NO-END                 PIC 9(8).
           05 WS-NO-NOT-RUN                PIC 9(8).
           05 WS-NO-OFF-STREAM             PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).

       01 WS-BCTL-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-BCTL-EOF               VALUE 'TRUE'.
          88 WS-BCTL-NOT-EOF           VALUE 'FALSE'.

       01  WS-LEDGER-PRESENT-SW          PIC X(01) VALUE 'N'.
           88  WS-LEDGER-PRESENT          VALUE 'Y'.
           88  WS-LEDGER-ABSENT           VALUE 'N'.

       01  WS-ATTENTION-SW               PIC X(01) VALUE 'N'.
           88  WS-ATTENTION               VALUE 'Y'.

       01  WS-REC-BCTL.
           COPY BCTLREC.

       01  WS-REC-PREREQ.
           COPY BCTLREC.

       01  WS-STREAM.
           COPY BCTLSTRM.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

       01 WS-RUN-DATE                  PIC X(8) VALUE SPACE.

      * PARM CARD - THE FIRST CARD ON SYSIN
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(72).

       01  WS-STRM-IX                    PIC 9(02) VALUE ZERO.
       01  WS-FIND-IX                    PIC 9(02) VALUE ZERO.
       01  WS-ON-STREAM-SW               PIC X(01) VALUE 'N'.
           88  WS-ON-STREAM               VALUE 'Y'.
           88  WS-OFF-STREAM              VALUE 'N'.

      * REPORT PRINT LINES
       01  WS-STRM-HEAD1.
           05  FILLER                    PIC X(46)
               VALUE '****** NIGHTLY STREAM STATUS - BUSINESS DATE '.
           05  STRH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(17)
               VALUE ' ****** PRINTED '.
           05  STRH-TODAY                PIC X(08).
           05  FILLER                    PIC X(53) VALUE SPACE.

       01  WS-STRM-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'STEP'.
           05  FILLER                    PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(16) VALUE 'STATUS'.
           05  FILLER                    PIC X(17) VALUE 'STARTED'.
           05  FILLER                    PIC X(17) VALUE 'ENDED'.
           05  FILLER                    PIC X(06) VALUE '  RC'.
           05  FILLER                    PIC X(05) VALUE 'RUNS'.
           05  FILLER                    PIC X(05) VALUE 'REFD'.
           05  FILLER                    PIC X(34) VALUE 'NOTE'.

       01  WS-STRM-DETAIL.
           05  STRD-STEP-ID              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-STEP-DESC            PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-STATUS               PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-START-DATE           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  STRD-START-TIME           PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-END-DATE             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  STRD-END-TIME             PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-RC                   PIC X(04).
           05  STRD-RC-N REDEFINES STRD-RC
                                         PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-RUN-CNT              PIC X(03).
           05  STRD-RUN-CNT-N REDEFINES STRD-RUN-CNT
                                         PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-REFUSE-CNT           PIC X(03).
           05  STRD-REFUSE-CNT-N REDEFINES STRD-REFUSE-CNT
                                         PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  STRD-NOTE                 PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACE.

       01  WS-OFF-HEAD1.
           05  FILLER                    PIC X(40)
               VALUE '------ OFF-STREAM STEPS ------'.
           05  FILLER                    PIC X(92) VALUE SPACE.

       01  WS-STRM-TOTAL-LINE.
           05  STRT-TEXT                 PIC X(35).
           05  STRT-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(89) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-LIST-STREAM-STEP
              THRU 2000-LIST-STREAM-STEP-END
               VARYING WS-STRM-IX FROM 1 BY 1
               UNTIL WS-STRM-IX > BCTL-STREAM-CNT.

           IF WS-LEDGER-PRESENT
               PERFORM 3000-LIST-OFF-STREAM
                  THRU 3000-LIST-OFF-STREAM-END
           END-IF.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** NIGHTLY STREAM STATUS REPORT *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

      *    00 - THE LEDGER IS THERE; 05 - NO STEP HAS EVER RUN, AND
      *    EVERY STEP OF THE STREAM LISTS AS NOT RUN
           OPEN INPUT BATCH-CTL.

           EVALUATE WS-F01-FS
             WHEN "00"
               SET WS-LEDGER-PRESENT TO TRUE
             WHEN "05"
               SET WS-LEDGER-ABSENT TO TRUE
               DISPLAY "***** NO BATCH-CONTROL LEDGER - NO STEP HAS "
                       "RECORDED A RUN *****"
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE BATCH-CTL: " WS-F01-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

      *    WITH NO DATE ON THE PARM CARD THE REPORT SHOWS THE NEWEST
      *    NIGHT ANY STEP RECORDED - THE NIGHT THE MORNING CHECK IS
      *    ABOUT
           IF PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
               DISPLAY "***** BUSINESS DATE SET TO " WS-RUN-DATE
                       " BY PARM CARD *****"
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
               IF WS-LEDGER-PRESENT
                   PERFORM 1100-FIND-LATEST-DATE
                      THRU 1100-FIND-LATEST-DATE-END
               END-IF
           END-IF.

           OPEN OUTPUT STRM-RPT.

           IF WS-F02-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE STRM-RPT: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-RUN-DATE   TO STRH-RUN-DATE.
           MOVE WS-TODAY-DATE TO STRH-TODAY.

           WRITE STRM-RPT-DATA FROM WS-STRM-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           MOVE SPACES TO STRM-RPT-DATA.
           WRITE STRM-RPT-DATA.
           WRITE STRM-RPT-DATA FROM WS-STRM-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       1100-FIND-LATEST-DATE.
      *-------------------

      *    THE LEDGER IS KEYED DATE FIRST, SO THE LAST RECORD CARRIES
      *    THE NEWEST DATE - A FEW RECORDS A NIGHT MAKES THE WALK
      *    CHEAP

           PERFORM 8200-READ-NEXT-BCTL
              THRU 8200-READ-NEXT-BCTL-END.

           PERFORM 1110-NOTE-DATE
              THRU 1110-NOTE-DATE-END
               UNTIL WS-BCTL-EOF.

      *-------------------
       1100-FIND-LATEST-DATE-END.
      *-------------------
           EXIT.

      *-------------------
       1110-NOTE-DATE.
      *-------------------

           MOVE BCTL-BUS-DATE OF WS-REC-BCTL TO WS-RUN-DATE.

           PERFORM 8200-READ-NEXT-BCTL
              THRU 8200-READ-NEXT-BCTL-END.

      *-------------------
       1110-NOTE-DATE-END.
      *-------------------
           EXIT.

      *-------------------
       2000-LIST-STREAM-STEP.
      *-------------------

           ADD 1 TO WS-NO-STEPS.

           MOVE SPACES TO WS-STRM-DETAIL.
           MOVE STRM-STEP-ID(WS-STRM-IX)   TO STRD-STEP-ID.
           MOVE STRM-STEP-DESC(WS-STRM-IX) TO STRD-STEP-DESC.

           MOVE WS-RUN-DATE TO BCTL-BUS-DATE OF WS-REC-BCTL.
           MOVE STRM-STEP-ID(WS-STRM-IX)
                            TO BCTL-STEP-ID OF WS-REC-BCTL.

           PERFORM 8300-READ-BCTL-KEY
              THRU 8300-READ-BCTL-KEY-END.

           IF WS-F01-FS = "00"
               PERFORM 2200-FORMAT-RECORDED
                  THRU 2200-FORMAT-RECORDED-END
           ELSE
               PERFORM 2100-FORMAT-NOT-RUN
                  THRU 2100-FORMAT-NOT-RUN-END
           END-IF.

           WRITE STRM-RPT-DATA FROM WS-STRM-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       2000-LIST-STREAM-STEP-END.
      *-------------------
           EXIT.

      *-------------------
       2100-FORMAT-NOT-RUN.
      *-------------------

      *    A MONTH-END STEP IS EXPECTED TO BE MISSING MOST NIGHTS;
      *    ANY OTHER STEP IS EITHER READY TO GO OR STILL WAITING ON
      *    ITS PREREQUISITE

           ADD 1 TO WS-NO-NOT-RUN.
           MOVE 'NOT RUN' TO STRD-STATUS.

           IF STRM-MONTH-END(WS-STRM-IX)
               MOVE 'MONTH-END ONLY' TO STRD-NOTE
               GO TO 2100-FORMAT-NOT-RUN-END
           END-IF.

           SET WS-ATTENTION TO TRUE.

           IF STRM-PREREQ-ID(WS-STRM-IX) = SPACE
               MOVE 'READY TO RUN' TO STRD-NOTE
               GO TO 2100-FORMAT-NOT-RUN-END
           END-IF.

           MOVE WS-RUN-DATE TO BCTL-BUS-DATE OF WS-REC-PREREQ.
           MOVE STRM-PREREQ-ID(WS-STRM-IX)
                            TO BCTL-STEP-ID OF WS-REC-PREREQ.
           MOVE BCTL-KEY OF WS-REC-PREREQ TO BCTL-FD-KEY.

           IF WS-LEDGER-PRESENT
               READ BATCH-CTL INTO WS-REC-PREREQ
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           IF WS-LEDGER-PRESENT
               AND WS-F01-FS = "00"
               AND BCTL-ENDED OF WS-REC-PREREQ
               AND BCTL-RETURN-CODE OF WS-REC-PREREQ NOT > 4
               MOVE 'READY TO RUN' TO STRD-NOTE
           ELSE
               STRING 'WAITING FOR ' STRM-PREREQ-ID(WS-STRM-IX)
                   DELIMITED BY SIZE INTO STRD-NOTE
               END-STRING
           END-IF.

      *-------------------
       2100-FORMAT-NOT-RUN-END.
      *-------------------
           EXIT.

      *-------------------
       2200-FORMAT-RECORDED.
      *-------------------

           MOVE BCTL-START-DATE OF WS-REC-BCTL TO STRD-START-DATE.
           MOVE BCTL-START-TIME OF WS-REC-BCTL TO STRD-START-TIME.
           MOVE BCTL-END-DATE OF WS-REC-BCTL   TO STRD-END-DATE.
           MOVE BCTL-END-TIME OF WS-REC-BCTL   TO STRD-END-TIME.
           MOVE BCTL-RUN-CNT OF WS-REC-BCTL    TO STRD-RUN-CNT-N.
           MOVE BCTL-REFUSE-CNT OF WS-REC-BCTL TO STRD-REFUSE-CNT-N.

           EVALUATE TRUE

             WHEN BCTL-ENDED OF WS-REC-BCTL
               AND BCTL-RETURN-CODE OF WS-REC-BCTL NOT > 4
               ADD 1 TO WS-NO-CLEAN
               MOVE 'ENDED OK' TO STRD-STATUS
               MOVE BCTL-RETURN-CODE OF WS-REC-BCTL TO STRD-RC-N
               IF BCTL-REFUSED-DONE OF WS-REC-BCTL
                   MOVE 'A RERUN WAS REFUSED' TO STRD-NOTE
               END-IF

             WHEN BCTL-ENDED OF WS-REC-BCTL
               ADD 1 TO WS-NO-FAILED
               SET WS-ATTENTION TO TRUE
               MOVE 'FAILED' TO STRD-STATUS
               MOVE BCTL-RETURN-CODE OF WS-REC-BCTL TO STRD-RC-N
               MOVE 'MAY BE RERUN FOR THE DATE' TO STRD-NOTE

             WHEN BCTL-ABENDED OF WS-REC-BCTL
               ADD 1 TO WS-NO-ABENDED
               SET WS-ATTENTION TO TRUE
               MOVE 'ABENDED' TO STRD-STATUS
               MOVE 'MAY BE RERUN FOR THE DATE' TO STRD-NOTE

             WHEN BCTL-REFUSED OF WS-REC-BCTL
               ADD 1 TO WS-NO-REFUSED
               SET WS-ATTENTION TO TRUE
               MOVE 'REFUSED' TO STRD-STATUS
               MOVE BCTL-RETURN-CODE OF WS-REC-BCTL TO STRD-RC-N
               IF STRM-PREREQ-ID(WS-STRM-IX) NOT = SPACE
                   STRING 'OUT OF ORDER - NEEDS '
                          STRM-PREREQ-ID(WS-STRM-IX)
                       DELIMITED BY SIZE INTO STRD-NOTE
                   END-STRING
               END-IF

             WHEN OTHER
               ADD 1 TO WS-NO-NO-END
               SET WS-ATTENTION TO TRUE
               MOVE 'STARTED' TO STRD-STATUS
               MOVE 'RUNNING, OR DIED WITHOUT ENDING' TO STRD-NOTE

           END-EVALUATE.

      *-------------------
       2200-FORMAT-RECORDED-END.
      *-------------------
           EXIT.

      *-------------------
       3000-LIST-OFF-STREAM.
      *-------------------

      *    EVERYTHING ELSE THE LEDGER HOLDS FOR THE DATE - A STEP RUN
      *    BY HAND, OR ONE NOT YET ADDED TO THE STREAM TABLE

           MOVE WS-RUN-DATE TO BCTL-BUS-DATE OF WS-REC-BCTL.
           MOVE LOW-VALUE   TO BCTL-STEP-ID OF WS-REC-BCTL.
           MOVE BCTL-KEY OF WS-REC-BCTL TO BCTL-FD-KEY.

           SET WS-BCTL-NOT-EOF TO TRUE.

           START BATCH-CTL KEY NOT < BCTL-FD-KEY
               INVALID KEY
                   SET WS-BCTL-EOF TO TRUE
           END-START.

           IF WS-BCTL-NOT-EOF
               PERFORM 8200-READ-NEXT-BCTL
                  THRU 8200-READ-NEXT-BCTL-END
           END-IF.

           PERFORM 3100-LIST-ONE-OFF-STREAM
              THRU 3100-LIST-ONE-OFF-STREAM-END
               UNTIL WS-BCTL-EOF
                  OR BCTL-BUS-DATE OF WS-REC-BCTL NOT = WS-RUN-DATE.

      *-------------------
       3000-LIST-OFF-STREAM-END.
      *-------------------
           EXIT.

      *-------------------
       3100-LIST-ONE-OFF-STREAM.
      *-------------------

           SET WS-OFF-STREAM TO TRUE.

           PERFORM 3110-CHECK-ON-STREAM
              THRU 3110-CHECK-ON-STREAM-END
               VARYING WS-FIND-IX FROM 1 BY 1
               UNTIL WS-FIND-IX > BCTL-STREAM-CNT
                  OR WS-ON-STREAM.

           IF WS-OFF-STREAM

               IF WS-NO-OFF-STREAM = ZERO
                   MOVE SPACES TO STRM-RPT-DATA
                   WRITE STRM-RPT-DATA
                   WRITE STRM-RPT-DATA FROM WS-OFF-HEAD1
                   PERFORM 8100-CHECK-RPT-WRITE
                      THRU 8100-CHECK-RPT-WRITE-END
               END-IF

               ADD 1 TO WS-NO-OFF-STREAM

               MOVE SPACES TO WS-STRM-DETAIL
               MOVE BCTL-STEP-ID OF WS-REC-BCTL TO STRD-STEP-ID
               MOVE 'OFF-STREAM STEP' TO STRD-STEP-DESC

               PERFORM 2200-FORMAT-RECORDED
                  THRU 2200-FORMAT-RECORDED-END

               WRITE STRM-RPT-DATA FROM WS-STRM-DETAIL
               PERFORM 8100-CHECK-RPT-WRITE
                  THRU 8100-CHECK-RPT-WRITE-END

           END-IF.

           PERFORM 8200-READ-NEXT-BCTL
              THRU 8200-READ-NEXT-BCTL-END.

      *-------------------
       3100-LIST-ONE-OFF-STREAM-END.
      *-------------------
           EXIT.

      *-------------------
       3110-CHECK-ON-STREAM.
      *-------------------

           IF STRM-STEP-ID(WS-FIND-IX) = BCTL-STEP-ID OF WS-REC-BCTL
               SET WS-ON-STREAM TO TRUE
           END-IF.

      *-------------------
       3110-CHECK-ON-STREAM-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F02-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE STRM-RPT !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-READ-NEXT-BCTL.
      *-------------------

           READ BATCH-CTL NEXT RECORD INTO WS-REC-BCTL
               AT END
                   SET WS-BCTL-EOF TO TRUE
           END-READ.

           IF WS-F01-FS NOT = "00" AND WS-F01-FS NOT = "10"
      D        DISPLAY "ERROR READ FILE BATCH-CTL !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8200-READ-NEXT-BCTL-END.
      *-------------------
           EXIT.

      *-------------------
       8300-READ-BCTL-KEY.
      *-------------------

      *    23 - NOTHING RECORDED FOR THE STEP ON THE DATE. WITH NO
      *    LEDGER AT ALL THE ANSWER IS THE SAME

           IF WS-LEDGER-ABSENT
               MOVE "23" TO WS-F01-FS
               GO TO 8300-READ-BCTL-KEY-END
           END-IF.

           MOVE BCTL-KEY OF WS-REC-BCTL TO BCTL-FD-KEY.

           READ BATCH-CTL INTO WS-REC-BCTL
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-F01-FS NOT = "00" AND WS-F01-FS NOT = "23"
      D        DISPLAY "ERROR READ FILE BATCH-CTL !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8300-READ-BCTL-KEY-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F02-FS = '00'
               MOVE SPACES TO STRM-RPT-DATA
               WRITE STRM-RPT-DATA

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'STREAM STEPS                       ' TO STRT-TEXT
               MOVE WS-NO-STEPS TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'ENDED OK                           ' TO STRT-TEXT
               MOVE WS-NO-CLEAN TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'FAILED                             ' TO STRT-TEXT
               MOVE WS-NO-FAILED TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'ABENDED                            ' TO STRT-TEXT
               MOVE WS-NO-ABENDED TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'REFUSED OUT OF ORDER               ' TO STRT-TEXT
               MOVE WS-NO-REFUSED TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'STARTED, NOT ENDED                 ' TO STRT-TEXT
               MOVE WS-NO-NO-END TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'NOT RUN                            ' TO STRT-TEXT
               MOVE WS-NO-NOT-RUN TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE

               MOVE SPACES TO WS-STRM-TOTAL-LINE
               MOVE 'OFF-STREAM STEPS                   ' TO STRT-TEXT
               MOVE WS-NO-OFF-STREAM TO STRT-COUNT
               WRITE STRM-RPT-DATA FROM WS-STRM-TOTAL-LINE
           END-IF.

           IF WS-LEDGER-PRESENT
               CLOSE BATCH-CTL
           END-IF.

           CLOSE STRM-RPT.

           DISPLAY "***** END NIGHTLY STREAM STATUS REPORT *****".
           DISPLAY '*************************************************'.
           DISPLAY "BUSINESS DATE        : " WS-RUN-DATE.
           DISPLAY "NO STREAM STEPS      : " WS-NO-STEPS.
           DISPLAY "NO ENDED OK          : " WS-NO-CLEAN.
           DISPLAY "NO FAILED            : " WS-NO-FAILED.
           DISPLAY "NO ABENDED           : " WS-NO-ABENDED.
           DISPLAY "NO REFUSED           : " WS-NO-REFUSED.
           DISPLAY "NO STARTED NOT ENDED : " WS-NO-NO-END.
           DISPLAY "NO NOT RUN           : " WS-NO-NOT-RUN.
           DISPLAY "NO OFF-STREAM STEPS  : " WS-NO-OFF-STREAM.
           DISPLAY '*************************************************'.

           IF WS-ATTENTION
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
