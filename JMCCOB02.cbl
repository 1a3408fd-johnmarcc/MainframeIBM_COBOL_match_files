      *>  - FILE "ACCT IN" IS THE MASTER FILE
      *>  - KEYS IN "MOVEMENTS" ARE NOT UNIQUE [YES CAN BE DUPLICATES]
      *>  - THIS PROGRAM CAN CHECK IF KEYS ARE MISSING
      *>  - RECORDS EACH NIGHT'S RUN (NOT AN AUDIT RUN) ON THE
      *>    BATCH-CONTROL LEDGER (JMCCOB20) - THE LATER STEPS OF THE
      *>    STREAM WAIT FOR ITS CLEAN END FOR THE BUSINESS DATE
      *>  - EVERY MASTER RECORD WRITTEN CARRIES THE DATE IT FIRST WENT
      *>    OVERDRAWN AND WHETHER IT STANDS OVER ITS LIMIT (SEE
      *>    2800-TRACK-OVERDRAFT) - THE AGING RUN (JMCCOB22) BUCKETS
      *>    THE OVERDRAWN ACCOUNTS FROM THAT DATE
      *>  - AN 'O' OPEN MUST NAME A CUSTOMER ALREADY ON THE CUSTOMER
      *>    MASTER (CUSTMAST) - THE NEW ACCOUNT IS TIED TO THAT
      *>    CUSTOMER ON THE CROSS-REFERENCE (ACCTXREF) AS IT OPENS;
      *>    AN OPEN FOR AN UNKNOWN CUSTOMER IS REJECTED 'NC'
      *>  - AN 'R' REVERSAL BACKS OUT ONE ROW OF THE TRANSACTION
      *>    HISTORY (TXNHIST) BY POSTING ITS EXACT OPPOSITE, AND MARKS
      *>    THAT ROW REVERSED SO IT CAN NEVER BE REVERSED TWICE (SEE
      *>    3100-CHECK-REVERSAL)
      *>  - EVERY ITEM A RAW FEED SENT IS ANSWERED ON THAT FEED'S OWN
      *>    RETURN FILE (MOVRET/MVTRET2/MVTRET3) WITH ITS OUTCOME FOR
      *>    THE CYCLE, CLOSED BY A TRAILER PROVING THE COUNT BACK TO
      *>    THE FEED'S 'TRL' (SEE 8000-WRITE-RETURN)
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F23-FS.

      *>  HOLDS AND EARMARKS JMCCOB18 MAINTAINS (KSDS ON ACCOUNT +
      *>  HOLD NUMBER) - READ ONLY, TO TAKE EACH ACCOUNT'S ACTIVE
      *>  HOLDS OFF THE FUNDS A DEBIT OR TRANSFER MAY DRAW ON.
      *>  OPTIONAL: A SHOP WITH NO HOLDS FILE TESTS AS BEFORE
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    HOLD-FD-KEY
            FILE STATUS IS WS-F24-FS.

      *>  CUSTOMER MASTER JMCCOB23 MAINTAINS (KSDS ON CUSTOMER
      *>  NUMBER) - READ ONLY, TO PROVE THE CUSTOMER AN 'O' OPEN
      *>  NAMES. OPTIONAL, BUT WITH NO FILE NO CUSTOMER CAN BE
      *>  PROVED AND EVERY OPEN IS REJECTED
           SELECT OPTIONAL CUST-MAST ASSIGN TO CUSTMAST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    CUST-FD-KEY
            FILE STATUS IS WS-F25-FS.

      *>  ACCOUNT TO CUSTOMER CROSS-REFERENCE (KSDS ON ACCOUNT
      *>  NUMBER) - EACH ACCOUNT OPENED TONIGHT IS LINKED HERE TO
      *>  THE CUSTOMER ITS OPEN NAMED. OPTIONAL SO THE FIRST RUN
      *>  CREATES IT
           SELECT OPTIONAL ACCT-XREF ASSIGN TO ACCTXREF
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    XREF-FD-KEY
            FILE STATUS IS WS-F26-FS.

      *>  THE KEYED TRANSACTION HISTORY JMCCOB14 ROLLS EACH CYCLE'S
      *>  REGISTER INTO - READ TO PROVE AN 'R' REVERSAL AGAINST THE
      *>  ROW IT NAMES, AND REWRITTEN TO MARK THAT ROW REVERSED (NOT
      *>  ON AN AUDIT RUN). OPTIONAL: NO HISTORY, NOTHING TO REVERSE
           SELECT OPTIONAL TXN-HIST ASSIGN TO TXNHIST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    HIST-KEY
            FILE STATUS IS WS-F27-FS.

      *>  EVERY OTHER FILE BELOW IS ASSIGNED TO A FIXED DDNAME AND LEFT
      *>  FOR THE JCL TO POINT AT THE RIGHT GENERATION, THE WAY THIS
      *>  SHOP NORMALLY HANDLES A GDG. ACCT-OUT IS THE ONE EXCEPTION:
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F18-FS.

      *>  OUTCOME RETURN FILES, ONE PER RAW FEED ABOVE (MOVREC,
      *>  MVTIN2, MVTIN3) - EACH ITEM'S FINAL DISPOSITION FOR THE
      *>  CYCLE GOES BACK TO THE UPSTREAM SYSTEM THAT SENT IT. A FEED
      *>  NOT SUPPLIED TONIGHT STILL GETS ITS TRAILER
           SELECT MVT-RET  ASSIGN TO MOVRET
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F28-FS.

           SELECT MVT-RET2 ASSIGN TO MVTRET2
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F29-FS.

           SELECT MVT-RET3 ASSIGN TO MVTRET3
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F30-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FD  ACCT-BKP RECORDING MODE F.
       01  ACCT-BKP-DATA                   PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-FILE-REC.
           05  HOLD-FD-KEY                 PIC X(10).
           05  FILLER                      PIC X(90).

       FD  CUST-MAST.
       01  CUST-MAST-REC.
           05  CUST-FD-KEY                 PIC X(08).
           05  FILLER                      PIC X(192).

       FD  ACCT-XREF.
       01  ACCT-XREF-REC.
           05  XREF-FD-KEY                 PIC X(07).
           05  FILLER                      PIC X(33).

       FD  TXN-HIST.
       01  TXN-HIST-REC.
           05  HIST-KEY                    PIC X(20).
           05  FILLER                      PIC X(60).

       FD  REFER-RPT RECORDING MODE F.
       01  REFER-RPT-DATA                  PIC X(132).

       FD  DORM-RPT RECORDING MODE F.
       01  DORM-RPT-DATA                   PIC X(132).

       FD  MVT-RET RECORDING MODE F.
       01  MVT-RET-DATA                    PIC X(100).

       FD  MVT-RET2 RECORDING MODE F.
       01  MVT-RET2-DATA                   PIC X(100).

       FD  MVT-RET3 RECORDING MODE F.
       01  MVT-RET3-DATA                   PIC X(100).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
           05 WS-NO-TRF-FAILED             PIC 9(8).
           05 WS-NO-DORMANT-REJ            PIC 9(8).
           05 WS-NO-DUP-SUSP               PIC 9(8).
           05 WS-NO-CUST-REJ               PIC 9(8).
           05 WS-NO-XREF-LINKED            PIC 9(8).
           05 WS-NO-REVERSAL               PIC 9(8).
           05 WS-NO-REV-REJ                PIC 9(8).
           05 WS-NO-RETURN-REC             PIC 9(8).
           05 WS-NO-RET-NO-FEED            PIC 9(8).

       01 WS-RECON-TOTALS.
           05 WS-TOTAL-BEGIN-BAL           PIC S9(11)V99 VALUE ZERO.
           05 WS-F21-FS                 PIC X(2).
           05 WS-F22-FS                 PIC X(2).
           05 WS-F23-FS                 PIC X(2).
           05 WS-F24-FS                 PIC X(2).
           05 WS-F25-FS                 PIC X(2).
           05 WS-F26-FS                 PIC X(2).
           05 WS-F27-FS                 PIC X(2).
           05 WS-F28-FS                 PIC X(2).
           05 WS-F29-FS                 PIC X(2).
           05 WS-F30-FS                 PIC X(2).

       01 WS-F01-END-OF-FILE           PIC X(5) VALUE 'FALSE'.
          88 WS-F01-EOF                VALUE 'TRUE'.
      *>   CHECKPOINT, RESUMED THE ESTABLISHED WAY
           05  CKPT-RUN-MODE              PIC X(01).
               88  CKPT-IS-FAST-RUN        VALUE 'F'.
      *>   THE MATCH-PHASE OUTCOME COUNTS PER FEED (WS-RET-MATCH-
      *>   TABLE) - THE STAGING-PHASE COUNTS ARE REBUILT BY THE SORT
      *>   ON EVERY RUN, THESE ONLY COME BACK FROM HERE
           05  CKPT-RET-MATCH-COUNTS      PIC X(72).

       01  WS-CHECKPOINT-INTERVAL        PIC 9(5) VALUE 1000.
       01  WS-CKPT-QUOTIENT              PIC 9(8).
      *>       SUSPECTED DUPLICATE AND IS HELD WHOLE, AS A PAIR, ON
      *>       MVT-SUSP RATHER THAN HALF-SUSPENDED LEG BY LEG
               10  TRF-FEED-NO           PIC 9(01).
      *>       THE REST OF THE INSTRUCTION AS IT ARRIVED, FOR THE
      *>       OUTCOME RETURNED TO ITS FEED ON THE DEBIT LEG
               10  TRF-MVT-NAME          PIC X(20).
               10  TRF-ORIG-FEED         PIC X(01).
               10  TRF-ARRIVAL           PIC X(01).

      * FUNDS STILL AVAILABLE TO THE FROM-ACCOUNT IN HAND WHILE ITS
      * TRANSFERS ARE VALIDATED IN ARRIVAL ORDER
       01  WS-TRF-AVAIL                  PIC S9(11)V99 VALUE ZERO.

      * ACTIVE HOLDS ON ONE ACCOUNT, SUMMED FROM THE HOLDS FILE BY
      * 8000-SUM-ACTIVE-HOLDS. THE TOTAL IS KEPT FOR THE ACCOUNT
      * LAST SUMMED SO A RUN OF DEBITS ON ONE ACCOUNT READS ITS
      * HOLDS ONCE - HOLDS DO NOT CHANGE DURING THE CYCLE
       01  WS-REC-HOLD.
           COPY HOLDREC.
       01  WS-HOLDS-PRESENT-SW           PIC X(01) VALUE 'N'.
           88  WS-HOLDS-PRESENT           VALUE 'Y'.
           88  WS-HOLDS-ABSENT            VALUE 'N'.
       01  WS-HOLD-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-HOLD-SCAN-DONE          VALUE 'Y'.
           88  WS-HOLD-SCAN-NOT-DONE      VALUE 'N'.
       01  WS-HOLDS-ACCT-NO              PIC X(07) VALUE LOW-VALUE.
       01  WS-ACTIVE-HOLDS               PIC 9(11)V99 VALUE ZERO.

      * THE CUSTOMER AN 'O' OPEN NAMES, PROVED ON THE CUSTOMER MASTER
      * BY 2150-CHECK-CUSTOMER, AND THE CROSS-REFERENCE RECORD THAT
      * TIES THE NEW ACCOUNT TO IT. THE CROSS-REFERENCE IS NEVER
      * OPENED ON AN AUDIT RUN
       01  WS-REC-CUST.
           COPY CUSTREC.
       01  WS-REC-XREF.
           COPY XREFREC.
       01  WS-CUST-PRESENT-SW            PIC X(01) VALUE 'N'.
           88  WS-CUST-PRESENT            VALUE 'Y'.
           88  WS-CUST-ABSENT             VALUE 'N'.
       01  WS-XREF-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-XREF-OPEN               VALUE 'Y'.
           88  WS-XREF-NOT-OPEN           VALUE 'N'.
       01  WS-CUST-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-CUST-FOUND              VALUE 'Y'.
           88  WS-CUST-NOT-FOUND          VALUE 'N'.

      * THE HISTORY ROW AN 'R' REVERSAL NAMES, AS PROVED BY
      * 3100-CHECK-REVERSAL, AND THE AMOUNT THAT BACKS IT OUT
       01  WS-REC-TXNH.
           COPY TXNHREC.
       01  WS-HIST-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN               VALUE 'Y'.
           88  WS-HIST-NOT-OPEN           VALUE 'N'.
       01  WS-REV-CHECK-SW               PIC X(01) VALUE 'Y'.
           88  WS-REV-ACCEPTED            VALUE 'Y'.
           88  WS-REV-REFUSED             VALUE 'N'.
       01  WS-REV-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-REV-NEXT-SEQ-NO            PIC 9(05) VALUE ZERO.

      * SECOND INDEX AND RUNNING DRAW-DOWN FOR THE KEYED (FAST-
      * PATH) VALIDATION, WHICH WORKS ENTRY BY ENTRY INSTEAD OF
      * MASTER RECORD BY MASTER RECORD
      * THEY ARE PROGRAM-WRITTEN, NOT A SECOND UPSTREAM DELIVERY
       01  WS-CUR-STAGE-FEED             PIC 9(01) VALUE ZERO.

      * OUTCOME RETURN FILES - ONE RECORD BUILT AT A TIME. THE CALLER
      * OF 8000-WRITE-RETURN SETS THE DISPOSITION AND REASON; THE
      * FEED IT GOES BACK TO IS THE ITEM'S OWN F02-MVT-ORIG-FEED
       01  WS-REC-RETURN.
           COPY RETNREC.
       01  WS-RET-IX                     PIC 9(01) VALUE ZERO.
       01  WS-RET-DISPOSITION            PIC X(01) VALUE SPACE.
       01  WS-RET-REASON-CODE            PIC X(02) VALUE SPACE.
       01  WS-CUR-RET-FS                 PIC X(02) VALUE SPACE.
       01  WS-RET-PROOF-CNT              PIC 9(08) VALUE ZERO.
      * OUTCOMES REACHED WHILE THE STREAM IS STAGED (CARRY-FORWARD,
      * SUSPENSE, FINAL KILL) ARE REPRODUCED BY THE SORT ON A
      * RESTART, SO THEY ARE RECOUNTED - BUT NOT REWRITTEN, THE
      * ABORTED RUN ALREADY PUT THEM ON THE RETURN FILES
       01  WS-RET-PHASE-SW               PIC X(01) VALUE 'S'.
           88  WS-RET-STAGING             VALUE 'S'.
           88  WS-RET-MATCHING            VALUE 'M'.
      * PER FEED: WHAT ITS OWN CONTROL RECORDS SAID AND THE STAGING-
      * PHASE OUTCOMES. RELEASED-READ COUNTS THE SUSPENSE RELEASES
      * READ OFF THE FEED, WHICH ANSWER UNDER THEIR OWN FEED
       01  WS-RET-FEED-TABLE.
           05  WS-RET-FEED OCCURS 3 TIMES.
               10  RETF-TRL-SW           PIC X(01).
               10  RETF-TRL-CNT          PIC 9(08).
               10  RETF-READ-CNT         PIC 9(08).
               10  RETF-RELEASED-READ    PIC 9(08).
               10  RETF-NEW              PIC 9(08).
               10  RETF-REJECTED         PIC 9(08).
               10  RETF-SUSPENSE         PIC 9(08).
               10  RETF-CARRIED          PIC 9(08).
      * PER FEED: THE MATCH-PHASE OUTCOMES - CARRIED ON THE
      * CHECKPOINT (CKPT-RET-MATCH-COUNTS)
       01  WS-RET-MATCH-TABLE.
           05  WS-RET-MATCH OCCURS 3 TIMES.
               10  RETM-POSTED           PIC 9(08).
               10  RETM-REJECTED         PIC 9(08).
               10  RETM-NEW              PIC 9(08).

      * PER-ACCOUNT DUPLICATE SCREEN, WORKED ON THE SORTED SIDE IN
      * 0550-WRITE-SORTED WHERE ONE ACCOUNT'S MOVEMENTS COME OUT
      * TOGETHER: THE MONEY MOVEMENTS ('C'/'D') SEEN SO FAR FOR THE
               VALUE '   WOULD-BE BAL'.
           05  FILLER                    PIC X(18)
               VALUE '   ACCOUNT LIMIT'.
           05  FILLER                    PIC X(18)
               VALUE '      FUNDS HELD'.
           05  FILLER                    PIC X(29) VALUE SPACE.

       01  WS-REFER-DETAIL.
           05  REFD-ACCT-NO              PIC X(07).
           05  REFD-WOULD-BE-BAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  REFD-LIMIT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  REFD-HELD                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(32) VALUE SPACE.
.

      * DORMANT-ACCOUNT EXCEPTION LISTING PRINT LINES
                                         VALUE 'ACCTOUT.BEFORE'.
       01  WS-PRIOR-GEN-NAME             PIC X(20) VALUE SPACE.

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

           END-IF.

      *    EVERY ITEM IS ANSWERED - CLOSE EACH RETURN FILE WITH ITS
      *    TRAILER. AN ABEND NEVER GETS HERE, SO A RETURN FILE WITH
      *    NO TRAILER TELLS ITS RECEIVER THE CYCLE DID NOT FINISH
           PERFORM 9500-WRITE-RETURN-TRAILER
              THRU 9500-WRITE-RETURN-TRAILER-END
               VARYING WS-RET-IX FROM 1 BY 1
               UNTIL WS-RET-IX > 3.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           PERFORM 9200-CLEAR-CHECKPOINT
              THRU 9200-CLEAR-CHECKPOINT-END.

      *    ONLY NOW, WITH THE BUSINESS DATE ON CYCLDATE, IS THE CYCLE
      *    CLEAN FOR THE STEPS THAT WAIT ON IT
           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           STOP RUN.

      *-------------------
           ADD WS-FEED-READ-CNT          TO WS-ALL-FEED-CNT.
           ADD WS-F02-MVT-CONTROL-TOTAL  TO WS-ALL-FEED-AMOUNT.

      *    KEPT FOR THE FEED'S RETURN-FILE TRAILER
           MOVE WS-FEED-READ-CNT TO RETF-READ-CNT (WS-FEED-NO).

           IF WS-F02-TRL-PRESENT
               MOVE 'Y' TO RETF-TRL-SW (WS-FEED-NO)
               MOVE WS-F02-TRL-RECORD-COUNT
                   TO RETF-TRL-CNT (WS-FEED-NO)
           END-IF.

      *-------------------
       0525-RELEASE-ONE-FEED-END.
      *-------------------
                   MOVE ZERO TO WS-NEXT-RECYCLE-CNT
               END-IF

      *        REBUILD THE ORIGINAL MOVEMENT FROM THE REJECT - IT
      *        EITHER RE-PRESENTS OR IS ANSWERED TO ITS FEED AS KILLED
               MOVE SPACES TO WS-REC-F02
               INITIALIZE WS-REC-F02
               MOVE REJ-MVT-ACCT-NO   TO F02-MVT-ACCT-NO
               MOVE REJ-MVT-TYPE      TO F02-MVT-TYPE
               MOVE REJ-MVT           TO F02-MVT
               MOVE REJ-MVT-NAME      TO F02-MVT-NAME
               MOVE REJ-MVT-EFF-DATE  TO F02-MVT-EFF-DATE
               MOVE REJ-ORIG-FEED     TO F02-MVT-ORIG-FEED
               SET F02-ARRIVED-RECYCLED TO TRUE

               IF WS-NEXT-RECYCLE-CNT >= WS-RECYCLE-LIMIT

      D            DISPLAY "__REJECT OUT OF RECYCLE ATTEMPTS: "
                           THRU 9999-ABEND-END
                   END-IF

                   MOVE 'R'  TO WS-RET-DISPOSITION
                   MOVE 'RL' TO WS-RET-REASON-CODE
                   PERFORM 8000-WRITE-RETURN
                      THRU 8000-WRITE-RETURN-END

               ELSE

                   ADD 1 TO WS-NEXT-RECYCLE-CNT
                   ADD 1 TO WS-NO-RECYCLED-IN
                   ADD REJ-MVT TO WS-TOTAL-RECYCLED-IN

      *            THE MOVEMENT NOW CARRIES ITS ARRIVAL DATE AND
      *            RE-PRESENTATION COUNT, AND GOES THROUGH THE SAME
      *            STAGING AS EVERY OTHER MOVEMENT
                   IF REJ-ORIG-DATE IS NUMERIC
                       MOVE REJ-ORIG-DATE TO F02-MVT-ORIG-DATE
                   ELSE
                       TO F02-MVT-RECYCLE-CNT
                   MOVE TRF-TO-ACCT (WS-TRF-IX)
                       TO F02-MVT-CTRA-ACCT
                   MOVE TRF-MVT-NAME (WS-TRF-IX)  TO F02-MVT-NAME
                   MOVE TRF-ORIG-FEED (WS-TRF-IX)
                       TO F02-MVT-ORIG-FEED
                   MOVE TRF-ARRIVAL (WS-TRF-IX)   TO F02-MVT-ARRIVAL
                   MOVE 'D' TO F02-MVT-TRF-LEG

                   PERFORM 0540-STAGE-MVT
               MOVE ACCT-IN-DATA TO WS-REC-F01

      *        FUNDS AVAILABLE TO THIS ACCOUNT'S TRANSFERS - DRAWN
      *        DOWN ENTRY BY ENTRY IN ARRIVAL ORDER BELOW. HELD
      *        FUNDS ARE NOT AVAILABLE
               PERFORM 8000-SUM-ACTIVE-HOLDS
                  THRU 8000-SUM-ACTIVE-HOLDS-END

               COMPUTE WS-TRF-AVAIL =
                     F01-BALANCE + F01-OVERDRAFT-LIMIT
                     - WS-ACTIVE-HOLDS

               PERFORM VARYING WS-TRF-IX FROM 1 BY 1
                   UNTIL WS-TRF-IX > WS-TRF-CNT

           END-PERFORM.

           PERFORM 8000-SUM-ACTIVE-HOLDS
              THRU 8000-SUM-ACTIVE-HOLDS-END.

           COMPUTE WS-TRF-AVAIL =
                 F01-BALANCE + F01-OVERDRAFT-LIMIT - WS-TRF-USED
                 - WS-ACTIVE-HOLDS.

           IF WS-TRF-AVAIL < TRF-AMOUNT (WS-TRF-IX)
               MOVE 'F' TO TRF-STATUS (WS-TRF-IX)
      *        CARRY-FORWARD RECORDS ARE PROGRAM-WRITTEN MOVEMENT
      *        RECORDS - NO CONTROL RECORDS TO WORRY ABOUT
               MOVE CARRY-IN-DATA TO WS-REC-F02
               SET F02-ARRIVED-CARRIED TO TRUE

               PERFORM 0540-STAGE-MVT
                  THRU 0540-STAGE-MVT-END
                   MOVE WS-FEED-BUFFER TO WS-REC-F02
                   ADD F02-MVT TO WS-F02-MVT-CONTROL-TOTAL

      *            A FRESH ITEM IS STAMPED WITH THIS FEED, SO ITS
      *            OUTCOME COMES BACK HERE WHEREVER IT GOES. ONE THAT
      *            ALREADY CARRIES A FEED IS A SUSPENSE ITEM RELEASED
      *            BY JMCCOB13, AND STILL ANSWERS TO ITS OWN FEED
                   IF F02-ORIG-FEED-KNOWN
                       SET F02-ARRIVED-RELEASED TO TRUE
                       ADD 1 TO RETF-RELEASED-READ (WS-FEED-NO)
                   ELSE
                       MOVE WS-FEED-NO TO F02-MVT-ORIG-FEED
                       SET F02-ARRIVED-ON-FEED TO TRUE
                   END-IF

                   PERFORM 0540-STAGE-MVT
                      THRU 0540-STAGE-MVT-END

                       THRU 9999-ABEND-END
               END-IF

               MOVE 'C'  TO WS-RET-DISPOSITION
               MOVE 'FD' TO WS-RET-REASON-CODE
               PERFORM 8000-WRITE-RETURN
                  THRU 8000-WRITE-RETURN-END

             WHEN F02-MVT-IS-TRANSFER
                  AND WS-NOT-TRF-RELEASING

                        TO TRF-FAIL-TEXT (WS-TRF-IX)
               MOVE WS-CUR-STAGE-FEED
                        TO TRF-FEED-NO (WS-TRF-IX)
               MOVE F02-MVT-NAME      TO TRF-MVT-NAME (WS-TRF-IX)
               MOVE F02-MVT-ORIG-FEED TO TRF-ORIG-FEED (WS-TRF-IX)
               MOVE F02-MVT-ARRIVAL   TO TRF-ARRIVAL (WS-TRF-IX)

           ELSE

               MOVE 'P' TO TRF-STATUS (WS-TRF-IX)
               MOVE WS-CUR-STAGE-FEED
                        TO TRF-FEED-NO (WS-TRF-IX)
               MOVE F02-MVT-NAME      TO TRF-MVT-NAME (WS-TRF-IX)
               MOVE F02-MVT-ORIG-FEED TO TRF-ORIG-FEED (WS-TRF-IX)
               MOVE F02-MVT-ARRIVAL   TO TRF-ARRIVAL (WS-TRF-IX)

           END-IF.

                   THRU 9999-ABEND-END
           END-IF.

           MOVE 'S'  TO WS-RET-DISPOSITION.
           MOVE 'SD' TO WS-RET-REASON-CODE.
           PERFORM 8000-WRITE-RETURN
              THRU 8000-WRITE-RETURN-END.

      D    DISPLAY "__SUSPECTED DUPLICATE HELD: " F02-MVT-ACCT-NO
      D            " " F02-MVT-TYPE " FEED " WS-CUR-STAGE-FEED.


           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.
           INITIALIZE WS-RET-FEED-TABLE.
           INITIALIZE WS-RET-MATCH-TABLE.

      *>  OPTIONAL RUN PARAMETER (SYSIN PARM CARD) - "AUDIT" REQUESTS
      *>  AN AUDIT-ONLY / DRY-RUN (NO WRITE TO ACCT-OUT)
                   MOVE CKPT-NO-CLOSED-ACCT    TO WS-NO-CLOSED-ACCT
                   MOVE CKPT-NO-NAME-CHG       TO WS-NO-NAME-CHG
                   MOVE CKPT-NO-NSF-REJ        TO WS-NO-NSF-REJ
                   MOVE CKPT-RET-MATCH-COUNTS  TO WS-RET-MATCH-TABLE

      D            DISPLAY "RESTART CHECKPOINT FOUND - RESUMING RUN"

                  THRU 1050-VERIFY-BUS-DATE-END
           END-IF.

      *>  THE NIGHT'S START GOES ON THE BATCH-CONTROL LEDGER ONCE ITS
      *>  DATE IS PROVED. THE MATCH GUARDS ITS OWN DATE AND RESTARTS
      *>  ITSELF, SO THE LEDGER ONLY RECORDS IT - BUT EVERY LATER
      *>  STEP OF THE STREAM WAITS FOR ITS CLEAN END. AN AUDIT RUN IS
      *>  NOT THE NIGHT'S CYCLE AND IS NEVER RECORDED
           IF WS-AUDIT-MODE
               CONTINUE
           ELSE
               PERFORM 9600-BEGIN-STEP
                  THRU 9600-BEGIN-STEP-END
           END-IF.

      *>  THE HALF-UPDATED MASTER GOES BACK TO ITS PRE-RUN IMAGE
      *>  BEFORE ANYTHING ELSE TOUCHES IT - THE SORT BELOW PROVES
      *>  TRANSFER PAIRS AGAINST THE KEYED MASTER ON A FAST RUN,
                  THRU 1200-RESTORE-FAST-MASTER-END
           END-IF.

      *    THE HOLDS FILE IS WANTED AS SOON AS THE SORT STARTS -
      *    TRANSFER PAIRS ARE PROVED AGAINST AVAILABLE FUNDS INSIDE
      *    IT. NO FILE (05) MEANS NO HOLDS ANYWHERE
           OPEN INPUT HOLD-FILE.

           EVALUATE TRUE
             WHEN WS-F24-FS = "00"
               SET WS-HOLDS-PRESENT TO TRUE
             WHEN WS-F24-FS = "05"
               SET WS-HOLDS-ABSENT TO TRUE
               DISPLAY "NO HOLDS FILE - NO FUNDS HELD THIS CYCLE"
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE HOLD-FILE: " WS-F24-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

      *    THE CUSTOMER MASTER PROVES EVERY 'O' OPEN, AND THE
      *    CROSS-REFERENCE TAKES THE LINK FOR EACH ACCOUNT OPENED.
      *    AN AUDIT RUN STILL PROVES THE OPENS BUT LINKS NOTHING
           OPEN INPUT CUST-MAST.

           EVALUATE TRUE
             WHEN WS-F25-FS = "00"
               SET WS-CUST-PRESENT TO TRUE
             WHEN WS-F25-FS = "05"
               SET WS-CUST-ABSENT TO TRUE
               DISPLAY "NO CUSTOMER MASTER - OPENS WILL BE REJECTED"
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE CUST-MAST: " WS-F25-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

           IF WS-AUDIT-MODE
               CONTINUE
           ELSE
               OPEN I-O ACCT-XREF
               IF WS-F26-FS = "00" OR WS-F26-FS = "05"
                   SET WS-XREF-OPEN TO TRUE
               ELSE
      D            DISPLAY "ERROR OPEN FILE ACCT-XREF: " WS-F26-FS
                   PERFORM 9999-ABEND
                      THRU 9999-ABEND-END
               END-IF
           END-IF.

      *    THE HISTORY PROVES EVERY 'R' REVERSAL. AN AUDIT RUN ONLY
      *    READS IT - THE REVERSED MARK IS NEVER WRITTEN. NO FILE (05)
      *    LEAVES EVERY REVERSAL WITH NO ROW TO FIND
           IF WS-AUDIT-MODE
               OPEN INPUT TXN-HIST
           ELSE
               OPEN I-O TXN-HIST
           END-IF.

           EVALUATE TRUE
             WHEN WS-F27-FS = "00"
               SET WS-HIST-OPEN TO TRUE
             WHEN WS-F27-FS = "05"
               SET WS-HIST-OPEN TO TRUE
               DISPLAY "NO TRANSACTION HISTORY - REVERSALS WILL BE "
                       "REJECTED"
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE TXN-HIST: " WS-F27-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

      *    THE RETURN FILES TAKE OUTCOMES FROM THE STAGING ONWARDS,
      *    SO THEY OPEN AHEAD OF THE SORT. A RESTART APPENDS TO WHAT
      *    THE ABORTED RUN ALREADY RETURNED, LIKE MVT-REJ
           IF WS-RESTART-REQUESTED
               OPEN EXTEND MVT-RET
               OPEN EXTEND MVT-RET2
               OPEN EXTEND MVT-RET3
           ELSE
               OPEN OUTPUT MVT-RET
               OPEN OUTPUT MVT-RET2
               OPEN OUTPUT MVT-RET3
           END-IF.

           IF WS-F28-FS NOT = "00" OR WS-F29-FS NOT = "00"
               OR WS-F30-FS NOT = "00"

      D      DISPLAY "ERROR OPEN RETURN FILES: " WS-F28-FS " "
      D              WS-F29-FS " " WS-F30-FS

             PERFORM 9999-ABEND
                 THRU 9999-ABEND-END

           END-IF.

      *    STAGE THE MOVEMENT STREAM: THE PRIOR CYCLE'S CARRY-FORWARD
      *    ITEMS ARE MERGED IN FRONT OF THE RAW FEED, FUTURE-DATED
      *    ITEMS ARE HELD OVER TO CARRY-OUT, AND THE REST COMES OUT
           PERFORM 0500-SORT-MOVEMENTS
              THRU 0500-SORT-MOVEMENTS-END.

           SET WS-RET-MATCHING TO TRUE.

      *    THE FAST PATH POSTS AGAINST THE KEYED VSAM FILE, OPENED
      *    FOR UPDATE - BUT NOT BEFORE ITS PRE-RUN IMAGE IS SAFE ON
      *    THE BACKUP AND THE IN-FLIGHT MARKER IS ON THE RESTART
                       TO F02-MVT-RECYCLE-CNT
                   MOVE TRF-TO-ACCT (WS-TRF-IX)
                       TO F02-MVT-CTRA-ACCT
                   MOVE TRF-MVT-NAME (WS-TRF-IX)  TO F02-MVT-NAME
                   MOVE TRF-ORIG-FEED (WS-TRF-IX)
                       TO F02-MVT-ORIG-FEED
                   MOVE TRF-ARRIVAL (WS-TRF-IX)   TO F02-MVT-ARRIVAL
                   MOVE 'D' TO F02-MVT-TRF-LEG

                   PERFORM 8000-WRITE-MVT-REJ

      D    DISPLAY "+++OPEN NEW ACCOUNT: " F02-MVT-ACCT-NO.

      *    AN OPEN FOR A CUSTOMER NOT ON FILE GOES NO FURTHER - THE
      *    MASTER RECORD IN HAND HAS NOT BEEN PARKED YET
           PERFORM 2150-CHECK-CUSTOMER
              THRU 2150-CHECK-CUSTOMER-END.

           IF WS-CUST-NOT-FOUND
               PERFORM 8000-READ-MVT
                  THRU 8000-READ-MVT-END
               MOVE F02-MVT-ACCT-NO TO WS-SAVE-MVT-ACCT-NO
               GO TO 2100-OPEN-NEW-ACCT-END
           END-IF.

           ADD 1 TO WS-NO-OPEN-ACCT.
           SET WS-INSERT-ACTIVE TO TRUE.

           MOVE F02-MVT-ACCT-NO TO F01-ACCT-NO.
           MOVE F02-MVT-NAME    TO F01-CUSTOMER-NAME.

           PERFORM 2160-LINK-CUSTOMER
              THRU 2160-LINK-CUSTOMER-END.

           MOVE ZERO TO WS-TXN-SEQ-NO.
           SET WS-NO-MVT-OVERFLOW TO TRUE.
           SET WS-NO-CLOSE-PENDING TO TRUE.
      *-------------------
           EXIT.

      *-------------------
       2150-CHECK-CUSTOMER.
      *-------------------

      *    THE CUSTOMER THE OPEN IN HAND NAMES MUST BE ON THE
      *    CUSTOMER MASTER. ONE THAT IS NOT IS REJECTED 'NC' - IT
      *    NEVER RECYCLES: THE CUSTOMER HAS TO BE SET UP AND THE
      *    OPEN SENT AGAIN

           SET WS-CUST-NOT-FOUND TO TRUE.

           IF WS-CUST-PRESENT AND F02-MVT-CUST-NO NOT = SPACE
               MOVE F02-MVT-CUST-NO TO CUST-FD-KEY
               READ CUST-MAST
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                 WHEN WS-F25-FS = '00'
                   MOVE CUST-MAST-REC TO WS-REC-CUST
                   SET WS-CUST-FOUND TO TRUE
                 WHEN WS-F25-FS = '23'
                   CONTINUE
                 WHEN OTHER
      D            DISPLAY "ERROR READ FILE CUST-MAST !!!: " WS-F25-FS
                   PERFORM 9999-ABEND
                       THRU 9999-ABEND-END
               END-EVALUATE
           END-IF.

           IF WS-CUST-FOUND
               GO TO 2150-CHECK-CUSTOMER-END
           END-IF.

      D    DISPLAY "__OPEN - NO SUCH CUSTOMER: " F02-MVT-CUST-NO.

           ADD 1 TO WS-NO-CUST-REJ.

           MOVE "NC" TO WS-REJ-REASON-CODE.
           MOVE "OPEN - CUSTOMER NOT ON FILE" TO WS-REJ-REASON-TEXT.

           PERFORM 8000-WRITE-MVT-REJ
              THRU 8000-WRITE-MVT-REJ-END.

      *-------------------
       2150-CHECK-CUSTOMER-END.
      *-------------------
           EXIT.

      *-------------------
       2160-LINK-CUSTOMER.
      *-------------------

      *    THE NEW ACCOUNT IN WS-REC-F01 IS TIED TO THE CUSTOMER
      *    2150-CHECK-CUSTOMER PROVED. AN OPEN THAT ARRIVED WITHOUT A
      *    NAME TAKES ITS SHORT TITLE FROM THE CUSTOMER'S FULL NAME.
      *    A LINK ALREADY ON FILE FOR THE ACCOUNT (A RESTART REDOING
      *    THE OPEN, OR AN ACCOUNT NUMBER BEING RE-USED) IS REPLACED

           IF F01-CUSTOMER-NAME = SPACE
               MOVE CUST-FULL-NAME TO F01-CUSTOMER-NAME
           END-IF.

           IF WS-XREF-NOT-OPEN
               GO TO 2160-LINK-CUSTOMER-END
           END-IF.

           MOVE SPACES          TO WS-REC-XREF.
           MOVE F01-ACCT-NO     TO XREF-ACCT-NO.
           MOVE CUST-NO         TO XREF-CUST-NO.
           MOVE WS-RUN-DATE     TO XREF-LINK-DATE.
           MOVE 'JMCCOB02'      TO XREF-LINKED-BY.

           WRITE ACCT-XREF-REC FROM WS-REC-XREF
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-F26-FS = '22'
               REWRITE ACCT-XREF-REC FROM WS-REC-XREF
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

           IF WS-F26-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE ACCT-XREF !!!: " WS-F26-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-XREF-LINKED.

      *-------------------
       2160-LINK-CUSTOMER-END.
      *-------------------
           EXIT.

      *-------------------
       2300-REJECT-DORMANT-MVTS.
      *-------------------
               PERFORM 8000-WRITE-ACCT-EXCPT
                  THRU 8000-WRITE-ACCT-EXCPT-END

      *        A CLOSE SEEN FOR THE ACCOUNT IS NEVER JUDGED NOW - IT
      *        GOES BACK TO ITS FEED UNAPPLIED WITH THE REST
               IF WS-CLOSE-PENDING
                   MOVE WS-REC-F02 TO WS-HOLD-F02
                   MOVE WS-SAVE-CLOSE-REC TO WS-REC-F02
                   PERFORM 3200-RETURN-UNAPPLIED
                      THRU 3200-RETURN-UNAPPLIED-END
                   MOVE WS-HOLD-F02 TO WS-REC-F02
               END-IF

             WHEN WS-CLOSE-PENDING
               PERFORM 2600-CLOSE-ACCOUNT
                  THRU 2600-CLOSE-ACCOUNT-END
      *        CAN TELL A CLOSED ACCOUNT FROM ONE THAT SIMPLY
      *        VANISHED - THE SAVED CLOSE RECORD IS SWAPPED IN JUST
      *        LONG ENOUGH, THE SAME WAY THE BOUNCE PATH BELOW DOES
      *        (8000-WRITE-TXN-REG CARRIES A CLOSE AT ZERO)
               MOVE WS-REC-F02 TO WS-HOLD-F02
               MOVE WS-SAVE-CLOSE-REC TO WS-REC-F02

               ADD 1 TO WS-TXN-SEQ-NO

      *-------------------
           EXIT.

      *-------------------
       2800-TRACK-OVERDRAFT.
      *-------------------

      *    THE OVERDRAWN SPELL ON THE BALANCE AS WRITTEN - PERFORMED
      *    BY 8000-WRITE-F03 BESIDE THE ACCRUAL, SO EVERY RECORD THE
      *    CYCLE PUTS OUT IS RESTATED. THE FIRST CYCLE THAT LEAVES THE
      *    BALANCE BELOW ZERO STAMPS ITS RUN DATE, AND LATER CYCLES
      *    KEEP THAT DATE FOR AS LONG AS THE BALANCE STAYS NEGATIVE.
      *    A RECORD CONVERTED BEFORE THE FIELDS EXISTED HOLDS SPACES
      *    AND IS STAMPED AS IF IT WENT OVERDRAWN TONIGHT - NOTHING
      *    OLDER CAN BE PROVED FOR IT. BACK TO ZERO OR ABOVE CLOSES
      *    THE SPELL

           IF F01-BALANCE NOT < ZERO
               MOVE ZERO  TO F01-OD-SINCE-DATE
               MOVE SPACE TO F01-OD-STATUS
               GO TO 2800-TRACK-OVERDRAFT-END
           END-IF.

           IF F01-OD-SINCE-DATE IS NOT NUMERIC
               OR F01-OD-SINCE-DATE = ZERO
               MOVE WS-RUN-DATE TO F01-OD-SINCE-DATE
           END-IF.

           IF F01-BALANCE < ZERO - F01-OVERDRAFT-LIMIT
               SET F01-OD-OVER-LIMIT TO TRUE
           ELSE
               SET F01-OD-WITHIN-LIMIT TO TRUE
           END-IF.

      *-------------------
       2800-TRACK-OVERDRAFT-END.
      *-------------------
           EXIT.

      *-------------------
       3000-CALCUL-SUM.
      *-------------------
               ADD 1 TO WS-NO-NAME-CHG
               ADD 1 TO WS-NO-RECORD-MATCH

      *        NO REGISTER ROW FOR A NAME CHANGE - ANSWER IT HERE
               MOVE 'P'    TO WS-RET-DISPOSITION
               MOVE SPACES TO WS-RET-REASON-CODE
               PERFORM 8000-WRITE-RETURN
                  THRU 8000-WRITE-RETURN-END

      *      A REVERSAL POSTS THE EXACT OPPOSITE OF THE HISTORY ROW IT
      *      NAMES, ONCE THAT ROW IS PROVED. LIKE A TRANSFER LEG IT
      *      TAKES NO NSF TEST - IT PUTS RIGHT A POSTING ALREADY MADE,
      *      AND ANY OVERDRAFT IT LEAVES IS TRACKED AS USUAL
             WHEN F02-MVT-IS-REVERSAL

               PERFORM 3100-CHECK-REVERSAL
                  THRU 3100-CHECK-REVERSAL-END

               IF WS-REV-REFUSED

      D            DISPLAY "__REVERSAL REFUSED: " F02-MVT-ACCT-NO
      D                    " " WS-REJ-REASON-CODE

                   ADD 1 TO WS-NO-REV-REJ
                   PERFORM 8000-WRITE-MVT-REJ
                      THRU 8000-WRITE-MVT-REJ-END

               ELSE

                   COMPUTE WS-TOTAL-SUM = WS-TOTAL-SUM + WS-REV-AMOUNT
                       ON SIZE ERROR
                           SET WS-MVT-OVERFLOW TO TRUE
                           PERFORM 3200-RETURN-UNAPPLIED
                              THRU 3200-RETURN-UNAPPLIED-END
                       NOT ON SIZE ERROR
                           ADD 1 TO WS-NO-RECORD-MATCH
                           ADD 1 TO WS-NO-REVERSAL

                           ADD 1 TO WS-TXN-SEQ-NO

                           PERFORM 8000-WRITE-TXN-REG
                              THRU 8000-WRITE-TXN-REG-END

                           PERFORM 3150-MARK-REVERSED
                              THRU 3150-MARK-REVERSED-END
                   END-COMPUTE

               END-IF

      *      A TRANSFER LEG WAS ALREADY PROVED AS A PAIR IN
      *      0516-VALIDATE-TRANSFERS - BOTH ACCOUNTS PRESENT AND THE
      *      DEBIT SIDE COVERED BY THE OPENING POSITION - SO IT
               COMPUTE WS-TOTAL-SUM = WS-TOTAL-SUM - F02-MVT
                   ON SIZE ERROR
                       SET WS-MVT-OVERFLOW TO TRUE
                       PERFORM 3200-RETURN-UNAPPLIED
                          THRU 3200-RETURN-UNAPPLIED-END
                   NOT ON SIZE ERROR
                       ADD 1 TO WS-NO-RECORD-MATCH

               COMPUTE WS-TOTAL-SUM = WS-TOTAL-SUM + F02-MVT
                   ON SIZE ERROR
                       SET WS-MVT-OVERFLOW TO TRUE
                       PERFORM 3200-RETURN-UNAPPLIED
                          THRU 3200-RETURN-UNAPPLIED-END
                   NOT ON SIZE ERROR
                       ADD 1 TO WS-NO-RECORD-MATCH

                          THRU 8000-WRITE-TXN-REG-END
               END-COMPUTE

      *      A DEBIT IS CHECKED AGAINST THE ACCOUNT'S AVAILABLE
      *      FUNDS BEFORE IT IS SUMMED: THE BALANCE IT WOULD PRODUCE
      *      (ON TOP OF THE MOVEMENTS ALREADY SUMMED THIS CYCLE), LESS
      *      THE ACCOUNT'S ACTIVE HOLDS, MAY NOT FALL BELOW MINUS THE
      *      LIMIT. A REFUSED DEBIT IS NEVER APPLIED - IT GOES TO
      *      MVT-REJ AS NSF AND ONTO THE REFERRAL REPORT FOR THE
      *      CREDIT TEAM
             WHEN F02-MVT-IS-DEBIT

               COMPUTE WS-PROJ-BALANCE =
                       F01-BALANCE + WS-TOTAL-SUM - F02-MVT

               PERFORM 8000-SUM-ACTIVE-HOLDS
                  THRU 8000-SUM-ACTIVE-HOLDS-END

               IF WS-PROJ-BALANCE + F01-OVERDRAFT-LIMIT
                       - WS-ACTIVE-HOLDS < ZERO

      D            DISPLAY "__NSF DEBIT REFUSED: " F02-MVT-ACCT-NO

                   ADD 1 TO WS-NO-NSF-REJ

      *            STILL AN 'NS' EITHER WAY - THE TEXT SAYS WHETHER
      *            IT WAS THE HOLDS THAT TIPPED IT OVER
                   MOVE "NS" TO WS-REJ-REASON-CODE
                   IF WS-PROJ-BALANCE + F01-OVERDRAFT-LIMIT < ZERO
                       MOVE "NSF - OVERDRAFT LIMIT BREACH"
                                   TO WS-REJ-REASON-TEXT
                   ELSE
                       MOVE "NSF - FUNDS HELD"
                                   TO WS-REJ-REASON-TEXT
                   END-IF
                   PERFORM 8000-WRITE-MVT-REJ
                      THRU 8000-WRITE-MVT-REJ-END

                   COMPUTE WS-TOTAL-SUM = WS-TOTAL-SUM - F02-MVT
                       ON SIZE ERROR
                           SET WS-MVT-OVERFLOW TO TRUE
                           PERFORM 3200-RETURN-UNAPPLIED
                              THRU 3200-RETURN-UNAPPLIED-END
                       NOT ON SIZE ERROR
                           ADD 1 TO WS-NO-RECORD-MATCH

               COMPUTE WS-TOTAL-SUM = WS-TOTAL-SUM + F02-MVT
                   ON SIZE ERROR
                       SET WS-MVT-OVERFLOW TO TRUE
                       PERFORM 3200-RETURN-UNAPPLIED
                          THRU 3200-RETURN-UNAPPLIED-END
                   NOT ON SIZE ERROR
                       ADD 1 TO WS-NO-RECORD-MATCH

      *-------------------
           EXIT.

      *-------------------
       3100-CHECK-REVERSAL.
      *-------------------

      *    AN 'R' REVERSAL IS HONOURED ONLY FOR A ROW OF ITS OWN
      *    ACCOUNT ('RA'), THAT IS ON THE HISTORY FILE ('RN'), THAT IS
      *    AN ORDINARY CREDIT OR DEBIT - NOT A LIFECYCLE ROW, A
      *    TRANSFER LEG OR ITSELF A REVERSAL ('RT') - AND THAT HAS
      *    NOT BEEN REVERSED ALREADY ('RR').
      *    A ROW ALREADY MARKED REVERSED BY THIS VERY ACCOUNT, DATE
      *    AND SEQUENCE IS THIS SAME REVERSAL BEING POSTED AGAIN BY A
      *    RESTART OR A FAST-PATH RERUN, AND IS LET THROUGH

           SET WS-REV-ACCEPTED TO TRUE.
           MOVE ZERO TO WS-REV-AMOUNT.

           IF F02-MVT-REV-ACCT-NO NOT = F02-MVT-ACCT-NO
               SET WS-REV-REFUSED TO TRUE
               MOVE "RA" TO WS-REJ-REASON-CODE
               MOVE "REVERSAL - ANOTHER ACCOUNT"
                           TO WS-REJ-REASON-TEXT
               GO TO 3100-CHECK-REVERSAL-END
           END-IF.

           IF WS-HIST-NOT-OPEN
               OR F02-MVT-REV-POST-DATE IS NOT NUMERIC
               OR F02-MVT-REV-SEQ-NO IS NOT NUMERIC
               SET WS-REV-REFUSED TO TRUE
               MOVE "RN" TO WS-REJ-REASON-CODE
               MOVE "REVERSAL - ROW NOT ON HISTORY"
                           TO WS-REJ-REASON-TEXT
               GO TO 3100-CHECK-REVERSAL-END
           END-IF.

           MOVE F02-MVT-REV-KEY TO HIST-KEY.

           READ TXN-HIST
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
             WHEN WS-F27-FS = '00'
               MOVE TXN-HIST-REC TO WS-REC-TXNH
             WHEN WS-F27-FS = '23'
               SET WS-REV-REFUSED TO TRUE
               MOVE "RN" TO WS-REJ-REASON-CODE
               MOVE "REVERSAL - ROW NOT ON HISTORY"
                           TO WS-REJ-REASON-TEXT
               GO TO 3100-CHECK-REVERSAL-END
             WHEN OTHER
      D        DISPLAY "ERROR READ FILE TXN-HIST !!!: " WS-F27-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-EVALUATE.

           IF TXNH-IS-REVERSAL
               OR NOT (TXNH-MVT-TYPE = 'C' OR 'D' OR SPACE)
               SET WS-REV-REFUSED TO TRUE
               MOVE "RT" TO WS-REJ-REASON-CODE
               MOVE "REVERSAL - ROW NOT REVERSIBLE"
                           TO WS-REJ-REASON-TEXT
               GO TO 3100-CHECK-REVERSAL-END
           END-IF.

           COMPUTE WS-REV-NEXT-SEQ-NO = WS-TXN-SEQ-NO + 1.

           IF TXNH-IS-REVERSED
               IF TXNH-PAIR-ACCT-NO = F02-MVT-ACCT-NO
                   AND TXNH-PAIR-POST-DATE = WS-RUN-DATE
                   AND TXNH-PAIR-SEQ-NO = WS-REV-NEXT-SEQ-NO
                   CONTINUE
               ELSE
                   SET WS-REV-REFUSED TO TRUE
                   MOVE "RR" TO WS-REJ-REASON-CODE
                   MOVE "REVERSAL - ALREADY REVERSED"
                               TO WS-REJ-REASON-TEXT
                   GO TO 3100-CHECK-REVERSAL-END
               END-IF
           END-IF.

           COMPUTE WS-REV-AMOUNT = 0 - TXNH-MVT-AMOUNT.

      *-------------------
       3100-CHECK-REVERSAL-END.
      *-------------------
           EXIT.

      *-------------------
       3150-MARK-REVERSED.
      *-------------------

      *    THE ROW JUST BACKED OUT IS MARKED REVERSED AND NAMES ITS
      *    REVERSAL - THE ROW THE REGISTER ENTRY JUST WRITTEN WILL
      *    BECOME WHEN JMCCOB14 ROLLS IT IN UNDER TONIGHT'S DATE. A
      *    SECOND REVERSAL OF IT, TONIGHT OR LATER, IS REFUSED 'RR'.
      *    AN AUDIT RUN LEAVES THE HISTORY AS IT FOUND IT

           IF WS-AUDIT-MODE
               GO TO 3150-MARK-REVERSED-END
           END-IF.

           SET TXNH-IS-REVERSED TO TRUE.
           MOVE F02-MVT-ACCT-NO   TO TXNH-PAIR-ACCT-NO.
           MOVE WS-RUN-DATE       TO TXNH-PAIR-POST-DATE.
           MOVE WS-TXN-SEQ-NO     TO TXNH-PAIR-SEQ-NO.

           MOVE WS-REC-TXNH TO TXN-HIST-REC.

           REWRITE TXN-HIST-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF WS-F27-FS NOT = '00'
      D        DISPLAY "ERROR REWRITE FILE TXN-HIST !!!: " WS-F27-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       3150-MARK-REVERSED-END.
      *-------------------
           EXIT.

      *-------------------
       3200-RETURN-UNAPPLIED.
      *-------------------

      *    THE MOVEMENT IN HAND OVERFLOWED THE ACCOUNT'S RUNNING TOTAL
      *    AND WAS NEVER APPLIED - IT REACHES NEITHER THE REGISTER NOR
      *    MVT-REJ, SO IT IS ANSWERED TO ITS FEED FROM HERE

           MOVE 'R'  TO WS-RET-DISPOSITION.
           MOVE 'OV' TO WS-RET-REASON-CODE.

           PERFORM 8000-WRITE-RETURN
              THRU 8000-WRITE-RETURN-END.

      *-------------------
       3200-RETURN-UNAPPLIED-END.
      *-------------------
           EXIT.

      *-------------------
       6000-FAST-PROCESS.
      *-------------------

      D    DISPLAY "+++OPEN NEW ACCOUNT (FAST): " F02-MVT-ACCT-NO.

           PERFORM 2150-CHECK-CUSTOMER
              THRU 2150-CHECK-CUSTOMER-END.

           IF WS-CUST-NOT-FOUND
               PERFORM 8000-READ-MVT
                  THRU 8000-READ-MVT-END
               GO TO 6100-FAST-OPEN-ACCT-END
           END-IF.

           ADD 1 TO WS-NO-OPEN-ACCT.
           SET WS-FAST-NEW-ACCT TO TRUE.

           MOVE F02-MVT-ACCT-NO TO F01-ACCT-NO.
           MOVE F02-MVT-NAME    TO F01-CUSTOMER-NAME.

           PERFORM 2160-LINK-CUSTOMER
              THRU 2160-LINK-CUSTOMER-END.

           MOVE ZERO TO WS-TXN-SEQ-NO.
           SET WS-NO-MVT-OVERFLOW TO TRUE.
           SET WS-NO-CLOSE-PENDING TO TRUE.
           MOVE WS-NO-CLOSED-ACCT      TO CKPT-NO-CLOSED-ACCT.
           MOVE WS-NO-NAME-CHG         TO CKPT-NO-NAME-CHG.
           MOVE WS-NO-NSF-REJ          TO CKPT-NO-NSF-REJ.
           MOVE WS-RET-MATCH-TABLE     TO CKPT-RET-MATCH-COUNTS.

      *>  THE BUSINESS DATE BEING POSTED, AND WHICH KIND OF RUN THIS
      *>  CHECKPOINT BELONGS TO - A FULL MATCH RESUMES FROM IT, A
           PERFORM 2700-ACCRUE-INTEREST
              THRU 2700-ACCRUE-INTEREST-END.

           PERFORM 2800-TRACK-OVERDRAFT
              THRU 2800-TRACK-OVERDRAFT-END.

           EVALUATE TRUE

             WHEN WS-AUDIT-MODE
      *    WORKED TOGETHER - BLANK ON EVERY OTHER MOVEMENT TYPE
           MOVE F02-MVT-CTRA-ACCT  TO REJ-CTRA-ACCT.

      *    A RECYCLED ITEM MUST STILL ANSWER TO THE FEED IT CAME ON
           MOVE F02-MVT-ORIG-FEED  TO REJ-ORIG-FEED.

           INITIALIZE MVT-REJ-DATA.
           WRITE MVT-REJ-DATA FROM WS-REC-MVT-REJ.


           END-EVALUATE.

           MOVE 'R'                TO WS-RET-DISPOSITION.
           MOVE WS-REJ-REASON-CODE TO WS-RET-REASON-CODE.

           PERFORM 8000-WRITE-RETURN
              THRU 8000-WRITE-RETURN-END.

      *-------------------
       8000-WRITE-MVT-REJ-END.
      *-------------------
           MOVE F02-MVT               TO REFD-ATTEMPTED.
           MOVE WS-PROJ-BALANCE       TO REFD-WOULD-BE-BAL.
           MOVE F01-OVERDRAFT-LIMIT   TO REFD-LIMIT.
           MOVE WS-ACTIVE-HOLDS       TO REFD-HELD.

           WRITE REFER-RPT-DATA FROM WS-REFER-DETAIL.

      *-------------------
           EXIT.

      *-------------------
       8000-SUM-ACTIVE-HOLDS.
      *-------------------

      *    TOTAL THE HOLDS ACTIVE ON THE BUSINESS DATE FOR THE
      *    ACCOUNT IN WS-REC-F01: PLACED ON OR BEFORE IT AND NOT
      *    EXPIRED BY IT. AN EXPIRED HOLD SIMPLY STOPS COUNTING -
      *    JMCCOB18 PURGES IT FROM THE FILE ON ITS NEXT RUN

           IF F01-ACCT-NO = WS-HOLDS-ACCT-NO
               GO TO 8000-SUM-ACTIVE-HOLDS-END
           END-IF.

           MOVE F01-ACCT-NO TO WS-HOLDS-ACCT-NO.
           MOVE ZERO TO WS-ACTIVE-HOLDS.

           IF WS-HOLDS-ABSENT
               GO TO 8000-SUM-ACTIVE-HOLDS-END
           END-IF.

           MOVE F01-ACCT-NO TO HOLD-ACCT-NO.
           MOVE ZERO        TO HOLD-SEQ-NO.
           MOVE HOLD-KEY    TO HOLD-FD-KEY.

           START HOLD-FILE KEY IS NOT LESS THAN HOLD-FD-KEY
               INVALID KEY
                   CONTINUE
           END-START.

           EVALUATE TRUE
             WHEN WS-F24-FS = "00"
               SET WS-HOLD-SCAN-NOT-DONE TO TRUE
             WHEN WS-F24-FS = "23"
               SET WS-HOLD-SCAN-DONE TO TRUE
             WHEN OTHER
      D        DISPLAY "ERROR START HOLD-FILE !!!: " WS-F24-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-EVALUATE.

           PERFORM 8000-READ-HOLD
              THRU 8000-READ-HOLD-END
               UNTIL WS-HOLD-SCAN-DONE.

      *-------------------
       8000-SUM-ACTIVE-HOLDS-END.
      *-------------------
           EXIT.

      *-------------------
       8000-READ-HOLD.
      *-------------------

           READ HOLD-FILE NEXT RECORD

           END-READ.

           EVALUATE TRUE

             WHEN WS-F24-FS = "10"
               SET WS-HOLD-SCAN-DONE TO TRUE

             WHEN WS-F24-FS NOT = "00"
      D        DISPLAY "ERROR READ HOLD-FILE !!!: " WS-F24-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

             WHEN OTHER

               MOVE HOLD-FILE-REC TO WS-REC-HOLD

               IF HOLD-ACCT-NO NOT = WS-HOLDS-ACCT-NO
                   SET WS-HOLD-SCAN-DONE TO TRUE
               ELSE
                   IF HOLD-PLACED-DATE NOT > WS-RUN-DATE
                       AND (HOLD-NO-EXPIRY
                            OR HOLD-EXPIRY-DATE NOT < WS-RUN-DATE)
                       ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                   END-IF
               END-IF

           END-EVALUATE.

      *-------------------
       8000-READ-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       8000-WRITE-TXN-REG.
      *-------------------
               COMPUTE TXN-MVT-AMOUNT = 0 - F02-MVT
             WHEN F02-MVT-IS-TRANSFER AND F02-TRF-LEG-DEBIT
               COMPUTE TXN-MVT-AMOUNT = 0 - F02-MVT
      *      A REVERSAL CARRIES THE OPPOSITE OF ITS HISTORY ROW, AND
      *      NAMES THAT ROW SO THE PAIR CAN BE SHOWN TOGETHER
             WHEN F02-MVT-IS-REVERSAL
               MOVE WS-REV-AMOUNT         TO TXN-MVT-AMOUNT
               MOVE F02-MVT-REV-POST-DATE TO TXN-REV-POST-DATE
               MOVE F02-MVT-REV-SEQ-NO    TO TXN-REV-SEQ-NO
      *      AN HONOURED CLOSE MOVES NO MONEY
             WHEN F02-MVT-IS-CLOSE
               MOVE ZERO TO TXN-MVT-AMOUNT
             WHEN OTHER
               COMPUTE TXN-MVT-AMOUNT = F02-MVT
           END-EVALUATE.

      *    GENERATED POSTINGS ARE CLASSED BY THE TAG THEIR GENERATOR
      *    STAMPED IN THE NAME - THE SAME TAG TEST 3000-CALCUL-SUM
      *    USES TO CLEAR AN ACCRUAL - SO DOWNSTREAM READERS OF THE
      *    REGISTER CAN TELL THEM FROM ORDINARY 'C'/'D' ITEMS. AN
      *    INTEREST ROW ALSO KEEPS ITS 'INTEREST CCYYMM' PERIOD, AND A
      *    REVERSAL TAKES BOTH FROM THE HISTORY ROW IT BACKS OUT, SO
      *    A REVERSED INTEREST POSTING NETS OFF ITS OWN MONTH
           EVALUATE TRUE
             WHEN F02-MVT-IS-REVERSAL
               MOVE TXNH-POST-CLASS TO TXN-POST-CLASS
               MOVE TXNH-INT-PERIOD TO TXN-INT-PERIOD
             WHEN F02-MVT-IS-OPEN OR F02-MVT-IS-CLOSE
                  OR F02-MVT-IS-NAME-CHG OR F02-MVT-IS-TRANSFER
               CONTINUE
             WHEN F02-MVT-NAME(1:8) = 'INTEREST'
               SET TXN-CLASS-INTEREST TO TRUE
               MOVE F02-MVT-NAME(10:6) TO TXN-INT-PERIOD
             WHEN F02-MVT-NAME(1:11) = 'SERVICE FEE'
               SET TXN-CLASS-FEE TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           INITIALIZE TXN-REG-DATA.
           WRITE TXN-REG-DATA FROM WS-REC-TXN-REG.


           END-EVALUATE.

      *    EVERY ITEM THAT REACHES THE REGISTER HAS POSTED
           MOVE 'P'    TO WS-RET-DISPOSITION.
           MOVE SPACES TO WS-RET-REASON-CODE.

           PERFORM 8000-WRITE-RETURN
              THRU 8000-WRITE-RETURN-END.

      *-------------------
       8000-WRITE-TXN-REG-END.
      *-------------------
           EXIT.

      *-------------------
       8000-WRITE-RETURN.
      *-------------------

      *    ONE ITEM'S OUTCOME FOR THE CYCLE, BACK ON THE RETURN FILE OF
      *    THE FEED IT FIRST ARRIVED ON. THE ITEM IS IN WS-REC-F02;
      *    THE CALLER HAS SET WS-RET-DISPOSITION/WS-RET-REASON-CODE.
      *    A TRANSFER ANSWERS ONCE, ON ITS DEBIT LEG - THE CREDIT LEG
      *    IS GENERATED HERE, NOT SENT. AN ITEM WITH NO FEED OF ORIGIN
      *    (CARRIED OR REJECTED BEFORE THE FEEDS WERE ANSWERED) HAS
      *    NOWHERE TO GO AND IS ONLY COUNTED

           IF F02-MVT-IS-TRANSFER AND F02-TRF-LEG-CREDIT
               GO TO 8000-WRITE-RETURN-END
           END-IF.

           IF NOT F02-ORIG-FEED-KNOWN
               ADD 1 TO WS-NO-RET-NO-FEED
               GO TO 8000-WRITE-RETURN-END
           END-IF.

           MOVE F02-MVT-ORIG-FEED TO WS-RET-IX.

      *    THE TRAILER COUNTS - STAGING-PHASE OUTCOMES APART FROM THE
      *    MATCH-PHASE ONES THE CHECKPOINT CARRIES
           IF WS-RET-STAGING

               EVALUATE WS-RET-DISPOSITION
                 WHEN 'C'
                   ADD 1 TO RETF-CARRIED (WS-RET-IX)
                 WHEN 'S'
                   ADD 1 TO RETF-SUSPENSE (WS-RET-IX)
                 WHEN OTHER
                   ADD 1 TO RETF-REJECTED (WS-RET-IX)
               END-EVALUATE

               IF F02-ARRIVED-ON-FEED
                   ADD 1 TO RETF-NEW (WS-RET-IX)
               END-IF

           ELSE

               IF WS-RET-DISPOSITION = 'P'
                   ADD 1 TO RETM-POSTED (WS-RET-IX)
               ELSE
                   ADD 1 TO RETM-REJECTED (WS-RET-IX)
               END-IF

               IF F02-ARRIVED-ON-FEED
                   ADD 1 TO RETM-NEW (WS-RET-IX)
               END-IF

           END-IF.

           IF WS-RET-STAGING AND WS-RESTART-REQUESTED
               GO TO 8000-WRITE-RETURN-END
           END-IF.

           MOVE SPACES TO WS-REC-RETURN.
           INITIALIZE RET-DETAIL-REC.

      *    THE IMAGE GOES BACK AS THE FEED SENT IT - RECYCLE, LEG AND
      *    OUTCOME BOOKKEEPING ARE THIS PROGRAM'S, NOT THE SENDER'S
           MOVE WS-REC-F02 TO RET-MVT-IMAGE.
           MOVE SPACES     TO RET-MVT-RECYCLE-DATA.
           MOVE SPACES     TO RET-MVT-TRF-LEG.
           MOVE SPACES     TO RET-MVT-OUTCOME-DATA.

           MOVE WS-RET-DISPOSITION TO RET-DISPOSITION.
           MOVE WS-RET-REASON-CODE TO RET-REASON-CODE.
           MOVE WS-RUN-DATE        TO RET-CYCLE-DATE.
           MOVE F02-MVT-ARRIVAL    TO RET-ITEM-SOURCE.

           PERFORM 8000-PUT-RETURN-REC
              THRU 8000-PUT-RETURN-REC-END.

           ADD 1 TO WS-NO-RETURN-REC.

      *-------------------
       8000-WRITE-RETURN-END.
      *-------------------
           EXIT.

      *-------------------
       8000-PUT-RETURN-REC.
      *-------------------

      *    WS-REC-RETURN ONTO THE RETURN FILE FOR FEED WS-RET-IX

           EVALUATE WS-RET-IX
             WHEN 1
               WRITE MVT-RET-DATA FROM WS-REC-RETURN
               MOVE WS-F28-FS TO WS-CUR-RET-FS
             WHEN 2
               WRITE MVT-RET2-DATA FROM WS-REC-RETURN
               MOVE WS-F29-FS TO WS-CUR-RET-FS
             WHEN 3
               WRITE MVT-RET3-DATA FROM WS-REC-RETURN
               MOVE WS-F30-FS TO WS-CUR-RET-FS
           END-EVALUATE.

           IF WS-CUR-RET-FS NOT = '00'
      D        DISPLAY "ERROR WRITE RETURN FILE " WS-RET-IX " !!!: "
      D                WS-CUR-RET-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8000-PUT-RETURN-REC-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------
           DISPLAY "NO TRF PAIRS REJ: " WS-NO-TRF-FAILED.
           DISPLAY "NO DORMANT HELD : " WS-NO-DORMANT-REJ.
           DISPLAY "NO DUP SUSPENSE : " WS-NO-DUP-SUSP.
           DISPLAY "NO OPEN NO CUST : " WS-NO-CUST-REJ.
           DISPLAY "NO XREF LINKED  : " WS-NO-XREF-LINKED.
           DISPLAY "NO REVERSALS    : " WS-NO-REVERSAL.
           DISPLAY "NO REVERSAL REJ : " WS-NO-REV-REJ.
           DISPLAY "NO ITEMS RETURND: " WS-NO-RETURN-REC.
           DISPLAY "NO RETURN NO FD : " WS-NO-RET-NO-FEED.
           DISPLAY '*************************************************'.

           PERFORM 9150-VALIDATE-CONTROLS
           CLOSE TXN-REG.
           CLOSE REFER-RPT.
           CLOSE DORM-RPT.
           CLOSE MVT-RET.
           CLOSE MVT-RET2.
           CLOSE MVT-RET3.
           CLOSE RESTART-FILE.

           IF WS-HOLDS-PRESENT
               CLOSE HOLD-FILE
           END-IF.

           IF WS-CUST-PRESENT
               CLOSE CUST-MAST
           END-IF.

           IF WS-XREF-OPEN
               CLOSE ACCT-XREF
           END-IF.

           IF WS-HIST-OPEN
               CLOSE TXN-HIST
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
      *-------------------
           EXIT.

      *-------------------
       9600-BEGIN-STEP.
      *-------------------

      *    THE LEDGER NEVER REFUSES THE MATCH ON ORDER - ONLY A
      *    LEDGER THAT CANNOT BE READ OR UPDATED STOPS IT HERE, BEFORE
      *    A MOVEMENT IS STAGED, SO THE STREAM IS NOT LEFT WITH A
      *    CLEAN CYCLE NO LATER STEP CAN SEE. ONLY THE RESTART FILE IS
      *    OPEN. RETURN-CODE 12, AS FOR ANY REFUSED STREAM STEP

           SET BCL-BEGIN-STEP TO TRUE.
           MOVE 'JMCCOB02' TO BCL-STEP-ID.
           MOVE WS-RUN-DATE TO BCL-BUS-DATE.
           MOVE ZERO TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** JMCCOB02 REFUSED - " BCL-MESSAGE
               CLOSE RESTART-FILE
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

      *    WE FORCE AN ABEND
      *>      MOVE +40                TO WS-USER-ABEND-CODE
      *>      CALL 'ILBOABN0'      USING WS-USER-ABEND-CODE
       9400-WRITE-RUN-HIST-END.
      *-------------------
           EXIT.

      *-------------------
       9500-WRITE-RETURN-TRAILER.
      *-------------------

      *    THE TRAILER FOR FEED WS-RET-IX'S RETURN FILE. THE FEED'S
      *    DATA RECORDS READ TONIGHT ARE ACCOUNTED FOR ONE BY ONE -
      *    EACH IS EITHER ANSWERED HERE AS ONE OF TONIGHT'S ITEMS OR
      *    WAS A SUSPENSE RELEASE ANSWERED UNDER ITS OWN FEED - AND
      *    THE READ COUNT IS THE FEED'S OWN 'TRL' COUNT WHEN IT SENT
      *    ONE. ANYTHING ELSE IS FLAGGED, NOT HIDDEN

           MOVE SPACES TO WS-REC-RETURN.
           INITIALIZE RET-TRAILER-REC.

           MOVE 'TRL'       TO RTT-TAG.
           MOVE WS-RET-IX   TO RTT-FEED-NO.
           MOVE WS-RUN-DATE TO RTT-CYCLE-DATE.

           IF WS-AUDIT-MODE
               MOVE 'A' TO RTT-RUN-MODE
           ELSE
               MOVE 'N' TO RTT-RUN-MODE
           END-IF.

           IF RETF-TRL-SW (WS-RET-IX) = 'Y'
               MOVE 'Y' TO RTT-FEED-TRL-SW
           ELSE
               MOVE 'N' TO RTT-FEED-TRL-SW
           END-IF.

           MOVE RETF-TRL-CNT (WS-RET-IX)       TO RTT-FEED-TRL-CNT.
           MOVE RETF-READ-CNT (WS-RET-IX)      TO RTT-FEED-READ-CNT.
           MOVE RETF-RELEASED-READ (WS-RET-IX) TO RTT-RELEASED-READ-CNT.

           COMPUTE RTT-NEW-CNT = RETF-NEW (WS-RET-IX)
                               + RETM-NEW (WS-RET-IX).
           MOVE RETM-POSTED (WS-RET-IX)   TO RTT-POSTED-CNT.
           COMPUTE RTT-REJECTED-CNT = RETF-REJECTED (WS-RET-IX)
                                    + RETM-REJECTED (WS-RET-IX).
           MOVE RETF-SUSPENSE (WS-RET-IX) TO RTT-SUSPENSE-CNT.
           MOVE RETF-CARRIED (WS-RET-IX)  TO RTT-CARRIED-CNT.

           COMPUTE RTT-RETURN-CNT = RTT-POSTED-CNT + RTT-REJECTED-CNT
                                  + RTT-SUSPENSE-CNT + RTT-CARRIED-CNT.
           COMPUTE RTT-EARLIER-CNT = RTT-RETURN-CNT - RTT-NEW-CNT.

           COMPUTE WS-RET-PROOF-CNT = RTT-NEW-CNT
                                    + RTT-RELEASED-READ-CNT.

           IF WS-RET-PROOF-CNT = RTT-FEED-READ-CNT
               AND (RTT-FEED-TRL-SW = 'N'
                    OR RTT-FEED-TRL-CNT = RTT-FEED-READ-CNT)
               MOVE 'Y' TO RTT-PROOF-SW
           ELSE
               MOVE 'N' TO RTT-PROOF-SW
               DISPLAY "RETURN FILE " WS-RET-IX " DOES NOT PROVE: "
                       "READ " RTT-FEED-READ-CNT
                       " ANSWERED " RTT-NEW-CNT
                       " RELEASED " RTT-RELEASED-READ-CNT
           END-IF.

           PERFORM 8000-PUT-RETURN-REC
              THRU 8000-PUT-RETURN-REC-END.

           DISPLAY "RETURN FILE " WS-RET-IX ": " RTT-RETURN-CNT
                   " ITEMS, " RTT-NEW-CNT " FROM TONIGHT'S FEED".

      *-------------------
       9500-WRITE-RETURN-TRAILER-END.
      *-------------------
           EXIT.
