      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB16.
       AUTHOR.        JEAN M C.
      *>  - SERVICE-CHARGE AND FEE GENERATOR, RUN AFTER A CLEAN CYCLE
      *>  - READS THE CURRENT ACCT-OUT GENERATION (NAMED BY
      *>    ACCT-GEN-PTR, THE SAME TRUSTED-GENERATION GATE JMCCOB05
      *>    USES), THE CYCLE'S TRANSACTION REGISTER (TXNREG) AND THE
      *>    CYCLE'S REJECTS (MVTREJ), AND APPLIES THE FEE SCHEDULE:
      *>      MNT  MONTHLY MAINTENANCE FEE, ONCE PER LIVE ACCOUNT ON
      *>           THE LAST CALENDAR DAY OF THE MONTH
      *>      ITM  PER-ITEM CHARGE FOR EVERY DEBIT ITEM POSTED THIS
      *>           CYCLE ('D' ROWS AND OUTGOING TRANSFER LEGS) BEYOND
      *>           THE FREE ALLOWANCE - GENERATED INTEREST AND FEE
      *>           ROWS ARE NEVER COUNTED AS ITEMS
      *>      NSF  ONE CHARGE PER DEBIT REFUSED 'NS' THIS CYCLE - A
      *>           REFUSED FEE IS NEVER CHARGED FOR AGAIN
      *>  - A DORMANT ACCOUNT IS NOT CHARGED: ITS MOVEMENTS WOULD
      *>    ONLY DIVERT TO THE DORMANT EXCEPTION LISTING
      *>  - THE FEES GO OUT ON FEEMVT AS ORDINARY 'D' MOVEMENTS IN THE
      *>    STANDARD FEED LAYOUT WITH A 'TRL' CONTROL RECORD, SO THE
      *>    JCL POINTS ONE OF JMCCOB02'S FEED DDS (MVTIN2/MVTIN3) AT
      *>    IT AND FEES POST, REGISTER AND REACH GLINTF EXACTLY LIKE
      *>    ANY OTHER MOVEMENT
      *>  - F02-MVT-NAME IS STAMPED 'SERVICE FEE TTT' (TTT = MNT, ITM,
      *>    NSF) - JMCCOB02 RECOGNISES THE TAG AND CLASSES THE
      *>    REGISTER ROW AS A FEE
      *>  - THE FEE REPORT (FEERPT) LISTS EVERY FEE BY ACCOUNT AND
      *>    TYPE, WITH COUNT AND AMOUNT TOTALS PER FEE TYPE
      *>  - PARM CARD (SYSIN, ALL OPTIONAL):
      *>      COLS  1-8   RUN DATE CCYYMMDD (DEFAULT: CURRENT DATE)
      *>      COLS 10-15  MAINTENANCE FEE 9999V99 (DEFAULT 5.00)
      *>      COLS 17-21  PER-ITEM CHARGE  999V99 (DEFAULT 0.50)
      *>      COLS 23-27  NSF CHARGE       999V99 (DEFAULT 25.00)
      *>      COLS 29-31  FREE DEBIT ITEMS PER CYCLE (DEFAULT 0)
      *>      COL  33     MAINTENANCE FEES: 'Y' CHARGE TONIGHT, 'N'
      *>                  DO NOT, BLANK = ONLY ON A MONTH-END DATE
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

      *>  THE GENERATION TO READ - NAMED BY ACCT-GEN-PTR, THE SAME
      *>  DYNAMIC-ASSIGN PATTERN JMCCOB09 USES
           SELECT ACCT-MAST ASSIGN TO WS-MAST-FILENAME
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F02-FS.

           SELECT TXN-REG  ASSIGN TO TXNREG
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F03-FS.

           SELECT MVT-REJ  ASSIGN TO MVTREJ
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

           SELECT FEE-MVT  ASSIGN TO FEEMVT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F05-FS.

           SELECT FEE-RPT  ASSIGN TO FEERPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F06-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  ACCT-GEN-PTR.
       01  ACCT-GEN-PTR-DATA            PIC X(20).

       FD  ACCT-MAST RECORDING MODE F.
       01  ACCT-MAST-DATA               PIC X(80).

       FD  TXN-REG RECORDING MODE F.
       01  TXN-REG-DATA                 PIC X(80).

       FD  MVT-REJ RECORDING MODE F.
       01  MVT-REJ-DATA                 PIC X(100).

       FD  FEE-MVT RECORDING MODE F.
       01  FEE-MVT-DATA                 PIC X(80).

       FD  FEE-RPT RECORDING MODE F.
       01  FEE-RPT-DATA                 PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-READ-MAST              PIC 9(8).
           05 WS-NO-READ-TXN               PIC 9(8).
           05 WS-NO-READ-REJ               PIC 9(8).
           05 WS-NO-NSF-REJ                PIC 9(8).
           05 WS-NO-NSF-REPEAT             PIC 9(8).
           05 WS-NO-FEE-MVT                PIC 9(8).
           05 WS-NO-MNT-FEE                PIC 9(8).
           05 WS-NO-ITM-FEE                PIC 9(8).
           05 WS-NO-NSF-FEE                PIC 9(8).
           05 WS-NO-DORM-SKIP              PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).
           05 WS-F05-FS                 PIC X(2).
           05 WS-F06-FS                 PIC X(2).

       01 WS-MAST-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-MAST-EOF               VALUE 'TRUE'.
          88 WS-MAST-NOT-EOF           VALUE 'FALSE'.

       01 WS-TXN-END-OF-FILE           PIC X(5) VALUE 'FALSE'.
          88 WS-TXN-EOF                VALUE 'TRUE'.
          88 WS-TXN-NOT-EOF            VALUE 'FALSE'.

       01 WS-REJ-END-OF-FILE           PIC X(5) VALUE 'FALSE'.
          88 WS-REJ-EOF                VALUE 'TRUE'.
          88 WS-REJ-NOT-EOF            VALUE 'FALSE'.

       01  WS-MAST-FILENAME             PIC X(20) VALUE SPACE.

       01  WS-REC-F01.
           COPY ACCTREC.

       01  WS-REC-F02.
           COPY MVTREC.

       01  WS-REC-TXN.
           COPY TXNREC.

       01  WS-REC-MVT-REJ.
           COPY REJREC.

      * THE NEXT CHARGEABLE NSF REJECT - 'NS' REJECTS ARE ONLY EVER
      * RAISED INSIDE THE MATCH ITSELF, SO THEY SIT ON MVT-REJ IN
      * ACCOUNT ORDER EVEN THOUGH THE FILE AS A WHOLE IS NOT (THE
      * FAILED-TRANSFER REJECTS ARE WRITTEN UP FRONT). A RESTARTED
      * JMCCOB02 EXTENDS MVT-REJ AND WRITES AGAIN EVERY REJECT SINCE
      * ITS CHECKPOINT, SO THE HIGHEST ACCOUNT ALREADY CHARGED AND
      * THE NS REJECTS ALREADY COUNTED FOR IT ARE KEPT TO RECOGNISE
      * THE REPEATS (SEE 8420)
       01  WS-NSF-ACCT-NO               PIC X(07) VALUE LOW-VALUE.
       01  WS-PREV-NSF-ACCT-NO          PIC X(07) VALUE LOW-VALUE.
       01  WS-NSF-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-NSF-FOUND              VALUE 'Y'.
           88  WS-NSF-NOT-FOUND          VALUE 'N'.
       01  WS-NSF-SEEN-SW               PIC X(01) VALUE 'N'.
           88  WS-NSF-SEEN               VALUE 'Y'.
           88  WS-NSF-NOT-SEEN           VALUE 'N'.
       01  WS-NSF-SEEN-CNT              PIC 9(03) VALUE ZERO.
       01  WS-NSF-SEEN-IX               PIC 9(03) VALUE ZERO.
       01  WS-NSF-SEEN-TABLE.
           05  WS-NSF-SEEN-REJ          PIC X(100)
                                         OCCURS 50 TIMES.

      * STEP-CONTROL CALL AREA AND THE STEP'S STANDING ON THE
      * BATCH-CONTROL LEDGER (SEE JMCCOB20)
       01  WS-BATCH-CTL.
           COPY BCTLLINK.

       01  WS-STEP-CTL-SW                PIC X(01) VALUE 'N'.
           88  WS-STEP-NOT-BEGUN          VALUE 'N'.
           88  WS-STEP-BEGUN              VALUE 'Y'.
           88  WS-STEP-ABENDED            VALUE 'A'.

      * CONTROL TOTALS FOR THE TRAILER RECORD ON THE MOVEMENT FEED -
      * THE SAME TAG-PLUS-COUNT CONVENTION JMCCOB02'S FEED RELEASE
      * VALIDATES, SO A SHORT OR CORRUPT FEED NEVER POSTS
       01  WS-FEE-MVT-TRL.
           05  FEE-TRL-TAG               PIC X(03) VALUE 'TRL'.
           05  FEE-TRL-COUNT             PIC 9(08).
           05  FEE-TRL-TOTAL             PIC 9(11)V99.
           05  FILLER                    PIC X(56) VALUE SPACE.

       01  WS-TOTAL-MNT-FEE             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-ITM-FEE             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NSF-FEE             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-FEED-AMT            PIC 9(11)V99 VALUE ZERO.

      * FEE SCHEDULE - DEFAULTS BELOW, EACH ONE OVERRIDABLE FROM THE
      * PARM CARD
       01  WS-MNT-FEE                   PIC 9(04)V99 VALUE 5.00.
       01  WS-ITM-FEE                   PIC 9(03)V99 VALUE 0.50.
       01  WS-NSF-FEE                   PIC 9(03)V99 VALUE 25.00.
       01  WS-FREE-ITEMS                PIC 9(03) VALUE ZERO.

       01  WS-MNT-RUN-SW                PIC X(01) VALUE 'N'.
           88  WS-MNT-RUN                VALUE 'Y'.
           88  WS-NOT-MNT-RUN            VALUE 'N'.

      * ONE ACCOUNT'S CHARGEABLE ACTIVITY AND THE FEE BEING WRITTEN
       01  WS-ACCT-DEBIT-ITEMS          PIC 9(05) VALUE ZERO.
       01  WS-ACCT-NSF-ITEMS            PIC 9(05) VALUE ZERO.
       01  WS-FEE-ITEMS                 PIC 9(05) VALUE ZERO.
       01  WS-FEE-AMOUNT                PIC 9(09)V99 VALUE ZERO.

      * RUN PARAMETER CARD (SYSIN)
       01  WS-RUN-PARM                   PIC X(40) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(01).
           05  PARM-MNT-FEE              PIC 9(04)V99.
           05  FILLER                    PIC X(01).
           05  PARM-ITM-FEE              PIC 9(03)V99.
           05  FILLER                    PIC X(01).
           05  PARM-NSF-FEE              PIC 9(03)V99.
           05  FILLER                    PIC X(01).
           05  PARM-FREE-ITEMS           PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PARM-MNT-SWITCH           PIC X(01).
           05  FILLER                    PIC X(07).

       01  WS-RUN-DATE                   PIC X(08) VALUE SPACE.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

      * MONTH-END TEST - THE RUN DATE IS THE LAST DAY OF ITS MONTH
      * WHEN THE DAY AFTER IT IS THE FIRST
       01  WS-RUN-DATE-N                 PIC 9(08) VALUE ZERO.
       01  WS-RUN-INTEGER                PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DATE-N                PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DATE                  PIC X(08) VALUE SPACE.

      * THE POSTING TAG JMCCOB02 RECOGNISES
       01  WS-FEE-TAG.
           05  FILLER                    PIC X(12) VALUE 'SERVICE FEE '.
           05  FEE-TAG-TYPE              PIC X(03).
           05  FILLER                    PIC X(05) VALUE SPACE.

      * REPORT PRINT LINES
       01  WS-FEE-HEAD1.
           05  FILLER                    PIC X(42)
               VALUE '****** SERVICE-CHARGE AND FEE REPORT - '.
           05  FEEH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(75) VALUE SPACE.

       01  WS-FEE-HEAD2.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(22)
               VALUE 'CUSTOMER NAME'.
           05  FILLER                    PIC X(22)
               VALUE 'FEE TYPE'.
           05  FILLER                    PIC X(07) VALUE '  ITEMS'.
           05  FILLER                    PIC X(18)
               VALUE '           AMOUNT'.
           05  FILLER                    PIC X(18)
               VALUE '          BALANCE'.
           05  FILLER                    PIC X(36) VALUE SPACE.

       01  WS-FEE-DETAIL.
           05  FEED-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  FEED-CUSTOMER-NAME        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  FEED-FEE-TYPE             PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FEED-FEE-TEXT             PIC X(18).
           05  FEED-ITEMS                PIC ZZZZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  FEED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  FEED-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(37) VALUE SPACE.

       01  WS-FEE-TOTAL-LINE.
           05  FEET-TEXT                 PIC X(30).
           05  FEET-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  FEET-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(73) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-CHARGE-ACCOUNT
              THRU 2000-CHARGE-ACCOUNT-END
               UNTIL WS-MAST-EOF.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** SERVICE-CHARGE AND FEE GENERATION *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

           IF PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
               DISPLAY "***** RUN DATE SET TO " WS-RUN-DATE
                       " BY PARM CARD *****"
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

           IF PARM-MNT-FEE IS NUMERIC
               MOVE PARM-MNT-FEE TO WS-MNT-FEE
           END-IF.

           IF PARM-ITM-FEE IS NUMERIC
               MOVE PARM-ITM-FEE TO WS-ITM-FEE
           END-IF.

           IF PARM-NSF-FEE IS NUMERIC
               MOVE PARM-NSF-FEE TO WS-NSF-FEE
           END-IF.

           IF PARM-FREE-ITEMS IS NUMERIC
               MOVE PARM-FREE-ITEMS TO WS-FREE-ITEMS
           END-IF.

      *    MAINTENANCE FEES FALL DUE ON THE LAST DAY OF THE MONTH
      *    UNLESS THE PARM CARD SAYS OTHERWISE (A CATCH-UP RUN, OR A
      *    MONTH-END CYCLE THAT IS BEING RERUN FOR ITS OTHER FEES)
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
           COMPUTE WS-RUN-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
           COMPUTE WS-NEXT-DATE-N =
                 FUNCTION DATE-OF-INTEGER (WS-RUN-INTEGER + 1).
           MOVE WS-NEXT-DATE-N TO WS-NEXT-DATE.

           EVALUATE TRUE
             WHEN PARM-MNT-SWITCH = 'Y'
               SET WS-MNT-RUN TO TRUE
             WHEN PARM-MNT-SWITCH = 'N'
               SET WS-NOT-MNT-RUN TO TRUE
             WHEN WS-NEXT-DATE(7:2) = '01'
               SET WS-MNT-RUN TO TRUE
             WHEN OTHER
               SET WS-NOT-MNT-RUN TO TRUE
           END-EVALUATE.

           DISPLAY "FEE SCHEDULE - MAINTENANCE: " WS-MNT-FEE
                   "  PER ITEM: " WS-ITM-FEE
                   "  NSF: " WS-NSF-FEE
                   "  FREE ITEMS: " WS-FREE-ITEMS.

           IF WS-MNT-RUN
               DISPLAY "MAINTENANCE FEES ARE CHARGED THIS RUN"
           END-IF.

      *    THE LEDGER IS ASKED BEFORE A SINGLE FILE IS OPENED
           PERFORM 9600-BEGIN-STEP
              THRU 9600-BEGIN-STEP-END.

      *    WHICH GENERATION DID THE LAST CLEAN RUN WRITE? NO POINTER
      *    MEANS NO CLEAN CYCLE HAS COMPLETED: NOTHING TO CHARGE
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
                       "FEE GENERATION SUPPRESSED"
               PERFORM 9800-REFUSE-RUN
                  THRU 9800-REFUSE-RUN-END
           END-IF.

           DISPLAY "CHARGING FROM GENERATION: " WS-MAST-FILENAME.

           OPEN INPUT ACCT-MAST.

           IF WS-F02-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ACCT-MAST: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT TXN-REG.

           IF WS-F03-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE TXN-REG: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT MVT-REJ.

           IF WS-F04-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE MVT-REJ: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT FEE-MVT.

           IF WS-F05-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE FEE-MVT: " WS-F05-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT FEE-RPT.

           IF WS-F06-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE FEE-RPT: " WS-F06-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-RUN-DATE TO FEEH-RUN-DATE.

           WRITE FEE-RPT-DATA FROM WS-FEE-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           WRITE FEE-RPT-DATA FROM WS-FEE-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *    PRIME ALL THREE INPUTS
           PERFORM 8200-READ-MAST
              THRU 8200-READ-MAST-END.
           PERFORM 8300-READ-TXN
              THRU 8300-READ-TXN-END.
           PERFORM 8400-NEXT-NSF-REJ
              THRU 8400-NEXT-NSF-REJ-END.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       2000-CHARGE-ACCOUNT.
      *-------------------

      *    ONE MASTER ACCOUNT AT A TIME. REGISTER ROWS AND NSF
      *    REJECTS FOR ACCOUNTS NO LONGER ON THE MASTER (CLOSED OR
      *    DIVERTED TONIGHT) ARE STEPPED OVER - THERE IS NOBODY LEFT
      *    TO CHARGE

           MOVE ZERO TO WS-ACCT-DEBIT-ITEMS.
           MOVE ZERO TO WS-ACCT-NSF-ITEMS.

           PERFORM 2100-COUNT-DEBIT-ITEM
              THRU 2100-COUNT-DEBIT-ITEM-END
               UNTIL TXN-ACCT-NO > F01-ACCT-NO.

           PERFORM 2200-COUNT-NSF-ITEM
              THRU 2200-COUNT-NSF-ITEM-END
               UNTIL WS-NSF-ACCT-NO > F01-ACCT-NO.

           IF F01-DORMANT
               ADD 1 TO WS-NO-DORM-SKIP
           ELSE
               PERFORM 2300-APPLY-SCHEDULE
                  THRU 2300-APPLY-SCHEDULE-END
           END-IF.

           PERFORM 8200-READ-MAST
              THRU 8200-READ-MAST-END.

      *-------------------
       2000-CHARGE-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       2100-COUNT-DEBIT-ITEM.
      *-------------------

      *    A DEBIT ITEM IS ANYTHING THAT TOOK MONEY OFF THE BALANCE
      *    AT THE CUSTOMER'S INSTRUCTION - A 'D' ROW OR THE OUTGOING
      *    LEG OF A TRANSFER. GENERATED INTEREST CHARGES AND FEES
      *    ARE OURS, NOT THE CUSTOMER'S, AND ARE NOT ITEMS

           IF TXN-ACCT-NO = F01-ACCT-NO
               AND NOT TXN-CLASS-INTEREST
               AND NOT TXN-CLASS-FEE
               AND (TXN-MVT-TYPE = 'D'
                    OR (TXN-MVT-TYPE = 'T' AND TXN-MVT-AMOUNT < ZERO))
               ADD 1 TO WS-ACCT-DEBIT-ITEMS
           END-IF.

           PERFORM 8300-READ-TXN
              THRU 8300-READ-TXN-END.

      *-------------------
       2100-COUNT-DEBIT-ITEM-END.
      *-------------------
           EXIT.

      *-------------------
       2200-COUNT-NSF-ITEM.
      *-------------------

           IF WS-NSF-ACCT-NO = F01-ACCT-NO
               ADD 1 TO WS-ACCT-NSF-ITEMS
           END-IF.

           PERFORM 8400-NEXT-NSF-REJ
              THRU 8400-NEXT-NSF-REJ-END.

      *-------------------
       2200-COUNT-NSF-ITEM-END.
      *-------------------
           EXIT.

      *-------------------
       2300-APPLY-SCHEDULE.
      *-------------------

           IF WS-MNT-RUN AND WS-MNT-FEE > ZERO
               MOVE 'MNT' TO FEE-TAG-TYPE
               MOVE 1 TO WS-FEE-ITEMS
               MOVE WS-MNT-FEE TO WS-FEE-AMOUNT
               ADD 1 TO WS-NO-MNT-FEE
               ADD WS-FEE-AMOUNT TO WS-TOTAL-MNT-FEE
               MOVE 'MAINTENANCE FEE   ' TO FEED-FEE-TEXT
               PERFORM 2400-WRITE-FEE-MVT
                  THRU 2400-WRITE-FEE-MVT-END
           END-IF.

           IF WS-ACCT-DEBIT-ITEMS > WS-FREE-ITEMS
               AND WS-ITM-FEE > ZERO
               MOVE 'ITM' TO FEE-TAG-TYPE
               COMPUTE WS-FEE-ITEMS =
                     WS-ACCT-DEBIT-ITEMS - WS-FREE-ITEMS
               COMPUTE WS-FEE-AMOUNT = WS-FEE-ITEMS * WS-ITM-FEE
               ADD 1 TO WS-NO-ITM-FEE
               ADD WS-FEE-AMOUNT TO WS-TOTAL-ITM-FEE
               MOVE 'PER-ITEM CHARGE   ' TO FEED-FEE-TEXT
               PERFORM 2400-WRITE-FEE-MVT
                  THRU 2400-WRITE-FEE-MVT-END
           END-IF.

           IF WS-ACCT-NSF-ITEMS > ZERO
               AND WS-NSF-FEE > ZERO
               MOVE 'NSF' TO FEE-TAG-TYPE
               MOVE WS-ACCT-NSF-ITEMS TO WS-FEE-ITEMS
               COMPUTE WS-FEE-AMOUNT = WS-FEE-ITEMS * WS-NSF-FEE
               ADD 1 TO WS-NO-NSF-FEE
               ADD WS-FEE-AMOUNT TO WS-TOTAL-NSF-FEE
               MOVE 'NSF CHARGE        ' TO FEED-FEE-TEXT
               PERFORM 2400-WRITE-FEE-MVT
                  THRU 2400-WRITE-FEE-MVT-END
           END-IF.

      *-------------------
       2300-APPLY-SCHEDULE-END.
      *-------------------
           EXIT.

      *-------------------
       2400-WRITE-FEE-MVT.
      *-------------------

      *    ONE ORDINARY DEBIT PER FEE TYPE PER ACCOUNT - THE PER-ITEM
      *    AND NSF CHARGES ARE ALREADY MULTIPLIED OUT, SO THE
      *    CUSTOMER SEES ONE LINE PER FEE ON THE STATEMENT

           MOVE SPACES TO WS-REC-F02.
           INITIALIZE WS-REC-F02.

           MOVE F01-ACCT-NO   TO F02-MVT-ACCT-NO.
           MOVE 'D'           TO F02-MVT-TYPE.
           MOVE WS-FEE-AMOUNT TO F02-MVT.
           MOVE WS-FEE-TAG    TO F02-MVT-NAME.
           MOVE WS-RUN-DATE   TO F02-MVT-EFF-DATE.

           WRITE FEE-MVT-DATA FROM WS-REC-F02.

           IF WS-F05-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE FEE-MVT !!!: " WS-F05-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-FEE-MVT.
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEED-AMT.

           MOVE F01-ACCT-NO        TO FEED-ACCT-NO.
           MOVE F01-CUSTOMER-NAME  TO FEED-CUSTOMER-NAME.
           MOVE FEE-TAG-TYPE       TO FEED-FEE-TYPE.
           MOVE WS-FEE-ITEMS       TO FEED-ITEMS.
           MOVE WS-FEE-AMOUNT      TO FEED-AMOUNT.
           MOVE F01-BALANCE        TO FEED-BALANCE.

           WRITE FEE-RPT-DATA FROM WS-FEE-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       2400-WRITE-FEE-MVT-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F06-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE FEE-RPT !!!: " WS-F06-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-READ-MAST.
      *-------------------

           READ ACCT-MAST

           END-READ.

           EVALUATE TRUE

             WHEN WS-F02-FS = '00'
               MOVE ACCT-MAST-DATA TO WS-REC-F01
               ADD 1 TO WS-NO-READ-MAST

             WHEN WS-F02-FS = '10'
               SET WS-MAST-EOF TO TRUE
               MOVE HIGH-VALUE TO F01-ACCT-NO

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-MAST !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       8200-READ-MAST-END.
      *-------------------
           EXIT.

      *-------------------
       8300-READ-TXN.
      *-------------------

           MOVE SPACES TO WS-REC-TXN.

           READ TXN-REG

           END-READ.

           EVALUATE TRUE

             WHEN WS-F03-FS = '00'
               MOVE TXN-REG-DATA TO WS-REC-TXN
               ADD 1 TO WS-NO-READ-TXN

             WHEN WS-F03-FS = '10'
               SET WS-TXN-EOF TO TRUE
               MOVE HIGH-VALUE TO TXN-ACCT-NO

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE TXN-REG !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       8300-READ-TXN-END.
      *-------------------
           EXIT.

      *-------------------
       8400-NEXT-NSF-REJ.
      *-------------------

      *    ADVANCE TO THE NEXT CHARGEABLE NSF REJECT: REASON 'NS'
      *    AND NOT ITSELF A FEE (A FEE THAT BOUNCED IS NEVER CHARGED
      *    FOR). EVERY OTHER REJECT IS SKIPPED.
      *    A RESTARTED JMCCOB02 OPENS MVT-REJ EXTEND AND WRITES AGAIN
      *    EVERY REJECT RAISED AFTER ITS CHECKPOINT, SO THE NS REJECTS
      *    STEP BACK TO AN EARLIER ACCOUNT PART WAY DOWN THE FILE.
      *    THE REPEATS ARE SKIPPED HERE RATHER THAN REPOSITIONING
      *    MVT-REJ IN JMCCOB02: A REJECT BEHIND THE HIGHEST ACCOUNT
      *    ALREADY REACHED, OR WHOSE WHOLE IMAGE MATCHES ONE ALREADY
      *    COUNTED FOR THAT ACCOUNT, IS NOT CHARGED AGAIN AND THE WALK
      *    PICKS UP WHERE IT LEFT OFF (8420)

           SET WS-NSF-NOT-FOUND TO TRUE.

           PERFORM 8410-READ-REJ
              THRU 8410-READ-REJ-END
               UNTIL WS-NSF-FOUND
                  OR WS-REJ-EOF.

           IF WS-REJ-EOF
               MOVE HIGH-VALUE TO WS-NSF-ACCT-NO
               GO TO 8400-NEXT-NSF-REJ-END
           END-IF.

           MOVE REJ-MVT-ACCT-NO TO WS-NSF-ACCT-NO.
           MOVE WS-NSF-ACCT-NO TO WS-PREV-NSF-ACCT-NO.

      *-------------------
       8400-NEXT-NSF-REJ-END.
      *-------------------
           EXIT.

      *-------------------
       8410-READ-REJ.
      *-------------------

           READ MVT-REJ

           END-READ.

           EVALUATE TRUE

             WHEN WS-F04-FS = '00'
               MOVE MVT-REJ-DATA TO WS-REC-MVT-REJ
               ADD 1 TO WS-NO-READ-REJ
               IF REJ-REASON-CODE = 'NS'
                   AND REJ-MVT-NAME(1:11) NOT = 'SERVICE FEE'
                   PERFORM 8420-CHECK-REPEAT
                      THRU 8420-CHECK-REPEAT-END
               END-IF

             WHEN WS-F04-FS = '10'
               SET WS-REJ-EOF TO TRUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE MVT-REJ !!!: " WS-F04-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       8410-READ-REJ-END.
      *-------------------
           EXIT.

      *-------------------
       8420-CHECK-REPEAT.
      *-------------------

      *    AN NS REJECT FOR AN ACCOUNT BEHIND THE HIGHEST ONE REACHED
      *    CAN ONLY BE A RESTART REPEAT - THAT ACCOUNT HAS BEEN
      *    CHARGED ALREADY. FOR THE HIGHEST ACCOUNT ITSELF THE REPEAT
      *    IS THE SAME REJECT IMAGE A SECOND TIME. A NEW ACCOUNT
      *    STARTS A FRESH LIST OF THE REJECTS COUNTED FOR IT

           IF REJ-MVT-ACCT-NO < WS-PREV-NSF-ACCT-NO
               ADD 1 TO WS-NO-NSF-REPEAT
               GO TO 8420-CHECK-REPEAT-END
           END-IF.

           IF REJ-MVT-ACCT-NO > WS-PREV-NSF-ACCT-NO
               MOVE ZERO TO WS-NSF-SEEN-CNT
           END-IF.

           SET WS-NSF-NOT-SEEN TO TRUE.

           PERFORM 8430-COMPARE-SEEN
              THRU 8430-COMPARE-SEEN-END
               VARYING WS-NSF-SEEN-IX FROM 1 BY 1
                 UNTIL WS-NSF-SEEN-IX > WS-NSF-SEEN-CNT
                    OR WS-NSF-SEEN.

           IF WS-NSF-SEEN
               ADD 1 TO WS-NO-NSF-REPEAT
               GO TO 8420-CHECK-REPEAT-END
           END-IF.

           IF WS-NSF-SEEN-CNT < 50
               ADD 1 TO WS-NSF-SEEN-CNT
               MOVE WS-REC-MVT-REJ TO WS-NSF-SEEN-REJ (WS-NSF-SEEN-CNT)
           END-IF.

           ADD 1 TO WS-NO-NSF-REJ.
           SET WS-NSF-FOUND TO TRUE.

      *-------------------
       8420-CHECK-REPEAT-END.
      *-------------------
           EXIT.

      *-------------------
       8430-COMPARE-SEEN.
      *-------------------

           IF WS-NSF-SEEN-REJ (WS-NSF-SEEN-IX) = WS-REC-MVT-REJ
               SET WS-NSF-SEEN TO TRUE
           END-IF.

      *-------------------
       8430-COMPARE-SEEN-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

      *    THE TRAILER LETS JMCCOB02'S FEED RELEASE PROVE THE FEED
      *    ARRIVED WHOLE BEFORE A SINGLE FEE POSTS

           IF WS-F05-FS = '00'
               MOVE WS-NO-FEE-MVT     TO FEE-TRL-COUNT
               MOVE WS-TOTAL-FEED-AMT TO FEE-TRL-TOTAL
               WRITE FEE-MVT-DATA FROM WS-FEE-MVT-TRL
               IF WS-F05-FS NOT = '00'
      D            DISPLAY "ERROR WRITE FILE FEE-MVT !!!: " WS-F05-FS
                   CONTINUE
               END-IF
           END-IF.

           IF WS-F06-FS = '00'
               MOVE SPACES TO FEE-RPT-DATA
               WRITE FEE-RPT-DATA

               MOVE SPACES TO WS-FEE-TOTAL-LINE
               MOVE 'MAINTENANCE FEES    / AMOUNT  ' TO FEET-TEXT
               MOVE WS-NO-MNT-FEE TO FEET-COUNT
               MOVE WS-TOTAL-MNT-FEE TO FEET-AMOUNT
               WRITE FEE-RPT-DATA FROM WS-FEE-TOTAL-LINE

               MOVE SPACES TO WS-FEE-TOTAL-LINE
               MOVE 'PER-ITEM CHARGES    / AMOUNT  ' TO FEET-TEXT
               MOVE WS-NO-ITM-FEE TO FEET-COUNT
               MOVE WS-TOTAL-ITM-FEE TO FEET-AMOUNT
               WRITE FEE-RPT-DATA FROM WS-FEE-TOTAL-LINE

               MOVE SPACES TO WS-FEE-TOTAL-LINE
               MOVE 'NSF CHARGES         / AMOUNT  ' TO FEET-TEXT
               MOVE WS-NO-NSF-FEE TO FEET-COUNT
               MOVE WS-TOTAL-NSF-FEE TO FEET-AMOUNT
               WRITE FEE-RPT-DATA FROM WS-FEE-TOTAL-LINE

               MOVE SPACES TO WS-FEE-TOTAL-LINE
               MOVE 'FEED TOTAL          / AMOUNT  ' TO FEET-TEXT
               MOVE WS-NO-FEE-MVT TO FEET-COUNT
               MOVE WS-TOTAL-FEED-AMT TO FEET-AMOUNT
               WRITE FEE-RPT-DATA FROM WS-FEE-TOTAL-LINE
           END-IF.

           DISPLAY "***** END SERVICE-CHARGE AND FEE GENERATION *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO MASTER REC READ   : " WS-NO-READ-MAST.
           DISPLAY "NO REGISTER ROWS READ: " WS-NO-READ-TXN.
           DISPLAY "NO REJECTS READ      : " WS-NO-READ-REJ.
           DISPLAY "   CHARGEABLE NSF    : " WS-NO-NSF-REJ.
           DISPLAY "   REPEATS SKIPPED   : " WS-NO-NSF-REPEAT.
           DISPLAY "NO DORMANT NOT CHARGED: " WS-NO-DORM-SKIP.
           DISPLAY "NO FEE MVTS OUT      : " WS-NO-FEE-MVT.
           DISPLAY "   MAINTENANCE       : " WS-NO-MNT-FEE.
           DISPLAY "   PER-ITEM          : " WS-NO-ITM-FEE.
           DISPLAY "   NSF               : " WS-NO-NSF-FEE.
           DISPLAY "FEED CONTROL TOTAL   : " WS-TOTAL-FEED-AMT.
           DISPLAY '*************************************************'.

           CLOSE ACCT-MAST.
           CLOSE TXN-REG.
           CLOSE MVT-REJ.
           CLOSE FEE-MVT.
           CLOSE FEE-RPT.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
           EXIT.

      *-------------------
       9800-REFUSE-RUN.
      *-------------------

      *    NOT AN ERROR IN THIS PROGRAM - THERE IS NO TRUSTED
      *    GENERATION TO CHARGE FROM. RETURN-CODE 8 LETS THE JCL SKIP
      *    THE STEPS THAT DEPEND ON THE FEED

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
           MOVE 'JMCCOB16' TO BCL-STEP-ID.
           MOVE WS-RUN-DATE TO BCL-BUS-DATE.
           MOVE ZERO TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** JMCCOB16 REFUSED - " BCL-MESSAGE
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
