      *>    LISTS THE ACCOUNT'S MOVEMENTS ACROSS CYCLES FROM THE
      *>    KEYED HISTORY FILE JMCCOB14 MAINTAINS, WITH A RUNNING
      *>    BALANCE WALKED BACK FROM THE CURRENT VSAM BALANCE
      *>  - A REVERSAL AND THE ROW IT BACKED OUT EACH SHOW THE OTHER
      *>    HALF OF THE PAIR ON THE LINE BELOW
      *>  - A MONTH-END INTEREST POSTING SHOWS THE PERIOD IT WAS
      *>    GENERATED FOR ON THE LINE BELOW
      *>  - EVERY INQUIRY SHOWS THE HOLDS ACTIVE ON THE ACCOUNT
      *>    TODAY (FROM THE HOLDS FILE JMCCOB18 MAINTAINS), THE TOTAL
      *>    HELD, AND THE FUNDS LEFT AVAILABLE TO A DEBIT - THE SAME
      *>    FIGURE JMCCOB02'S NSF TEST WORKS FROM
      *>  - AN ACCOUNT NOT ON THE VSAM FILE IS REPORTED, NOT ABENDED
      *>    - THE NEXT CARD IS STILL PROCESSED
      *--------------------
            RECORD KEY IS    HIST-KEY
            FILE STATUS IS WS-F03-FS.

      *>  HOLDS AND EARMARKS - OPTIONAL: NO FILE MEANS NOTHING HELD
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    HOLD-FD-KEY
            FILE STATUS IS WS-F04-FS.

      *-------------
       DATA DIVISION.
      *-------------
           05  HIST-KEY                 PIC X(20).
           05  FILLER                   PIC X(60).

       FD  HOLD-FILE.
       01  HOLD-FILE-REC.
           05  HOLD-FD-KEY              PIC X(10).
           05  FILLER                   PIC X(90).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
           05 WS-NO-NOT-FOUND              PIC 9(8).
           05 WS-NO-TXN-LISTED             PIC 9(8).
           05 WS-NO-HIST-LISTED            PIC 9(8).
           05 WS-NO-HOLD-LISTED            PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).

       01 WS-TXN-END-OF-FILE           PIC X(5) VALUE 'FALSE'.
          88 WS-TXN-EOF                VALUE 'TRUE'.
          88 WS-HIST-EOF               VALUE 'TRUE'.
          88 WS-HIST-NOT-EOF           VALUE 'FALSE'.

       01 WS-HOLD-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-HOLD-EOF               VALUE 'TRUE'.
          88 WS-HOLD-NOT-EOF           VALUE 'FALSE'.

       01  WS-HOLDS-PRESENT-SW          PIC X(01) VALUE 'N'.
           88  WS-HOLDS-PRESENT          VALUE 'Y'.
           88  WS-HOLDS-ABSENT           VALUE 'N'.

      * INQUIRY CARD - ACCOUNT ALONE, OR ACCOUNT PLUS A DATE RANGE
       01  WS-INQ-CARD                  PIC X(30) VALUE SPACE.
       01  WS-INQ-CARD-R REDEFINES WS-INQ-CARD.
       01  WS-REC-TXNH.
           COPY TXNHREC.

       01  WS-REC-HOLD.
           COPY HOLDREC.

      * HOLDS ARE JUDGED ACTIVE AS OF TODAY - THE SAME PLACED/EXPIRY
      * TEST THE NIGHTLY NSF CHECK APPLIES ON ITS BUSINESS DATE
       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

       01  WS-ACTIVE-HOLDS              PIC 9(11)V99 VALUE ZERO.
       01  WS-AVAILABLE                 PIC S9(11)V99 VALUE ZERO.

      * RANGE-INQUIRY BALANCE WORK: THE RUNNING BALANCE IS WALKED
      * BACK FROM THE CURRENT VSAM BALANCE THROUGH EVERYTHING ON
      * HISTORY DATED FROM THE FROM-DATE ONWARD - SO IT IS EXACT
                                                         VALUE ZERO.
       01  WS-DISPLAY-AMOUNT            PIC  $ZZZ,ZZZ,ZZ9.99-
                                                         VALUE ZERO.
       01  WS-DISPLAY-HELD              PIC  $ZZZ,ZZZ,ZZ9.99
                                                         VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN INPUT ACCT-VSAM.

           IF WS-F01-FS NOT = "00"
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT HOLD-FILE.

           EVALUATE TRUE
             WHEN WS-F04-FS = "00"
               SET WS-HOLDS-PRESENT TO TRUE
             WHEN WS-F04-FS = "05"
               SET WS-HOLDS-ABSENT TO TRUE
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE HOLD-FILE: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

           PERFORM 8000-READ-INQ-CARD
              THRU 8000-READ-INQ-CARD-END.

               DISPLAY "  CURRENT BALANCE: " WS-DISPLAY-BALANCE
               DISPLAY "  OVERDRAFT LIMIT: " WS-DISPLAY-LIMIT

               PERFORM 5000-LIST-HOLDS
                  THRU 5000-LIST-HOLDS-END

               IF WS-INQ-FROM = SPACE
                   PERFORM 3000-LIST-MOVEMENTS
                      THRU 3000-LIST-MOVEMENTS-END
                   MOVE TXN-MVT-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY "    " TXN-SEQ-NO " " TXN-MVT-TYPE " "
                            WS-DISPLAY-AMOUNT
                   IF TXN-MVT-TYPE = 'R'
                       DISPLAY "          REVERSES  " TXN-REV-POST-DATE
                               " " TXN-REV-SEQ-NO
                   END-IF
                   IF TXN-CLASS-INTEREST
                       DISPLAY "          INTEREST  " TXN-INT-PERIOD
                   END-IF
               END-IF

             WHEN WS-F02-FS = '10'
                   DISPLAY "    " TXNH-POST-DATE " " TXNH-SEQ-NO
                           " " TXNH-MVT-TYPE " " WS-DISPLAY-AMOUNT
                           " " WS-DISPLAY-RUN-BAL
                   EVALUATE TRUE
                     WHEN TXNH-IS-REVERSAL
                       DISPLAY "          REVERSES    "
                               TXNH-PAIR-POST-DATE " " TXNH-PAIR-SEQ-NO
                     WHEN TXNH-IS-REVERSED
                       DISPLAY "          REVERSED BY "
                               TXNH-PAIR-POST-DATE " " TXNH-PAIR-SEQ-NO
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                   IF TXNH-CLASS-INTEREST
                       DISPLAY "          INTEREST    " TXNH-INT-PERIOD
                   END-IF
               END-IF

             WHEN OTHER
      *-------------------
           EXIT.

      *-------------------
       5000-LIST-HOLDS.
      *-------------------

      *    EVERY HOLD ACTIVE TODAY, THEN THE TOTAL HELD AND WHAT IS
      *    LEFT TO DRAW ON: BALANCE PLUS LIMIT LESS HOLDS

           MOVE ZERO TO WS-ACTIVE-HOLDS.

           IF WS-HOLDS-PRESENT

               SET WS-HOLD-NOT-EOF TO TRUE

               MOVE WS-INQ-ACCT-NO TO HOLD-ACCT-NO
               MOVE ZERO           TO HOLD-SEQ-NO
               MOVE HOLD-KEY       TO HOLD-FD-KEY

               START HOLD-FILE KEY NOT < HOLD-FD-KEY
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START

               IF WS-F04-FS NOT = '00'
                   SET WS-HOLD-EOF TO TRUE
               END-IF

               PERFORM 5100-LIST-ONE-HOLD
                  THRU 5100-LIST-ONE-HOLD-END
                   UNTIL WS-HOLD-EOF

           END-IF.

           COMPUTE WS-AVAILABLE =
                 F01-BALANCE + F01-OVERDRAFT-LIMIT - WS-ACTIVE-HOLDS.

           MOVE WS-ACTIVE-HOLDS TO WS-DISPLAY-HELD.
           MOVE WS-AVAILABLE    TO WS-DISPLAY-BALANCE.

           DISPLAY "  FUNDS ON HOLD  : " WS-DISPLAY-HELD.
           DISPLAY "  AVAILABLE      : " WS-DISPLAY-BALANCE.

      *-------------------
       5000-LIST-HOLDS-END.
      *-------------------
           EXIT.

      *-------------------
       5100-LIST-ONE-HOLD.
      *-------------------

           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-HOLD-EOF
               CONTINUE

             WHEN WS-F04-FS = '00'

               MOVE HOLD-FILE-REC TO WS-REC-HOLD

               IF HOLD-ACCT-NO NOT = WS-INQ-ACCT-NO
                   SET WS-HOLD-EOF TO TRUE
               ELSE
                   IF HOLD-PLACED-DATE NOT > WS-TODAY-DATE
                       AND (HOLD-NO-EXPIRY
                            OR HOLD-EXPIRY-DATE NOT < WS-TODAY-DATE)
                       ADD 1 TO WS-NO-HOLD-LISTED
                       ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                       MOVE HOLD-AMOUNT TO WS-DISPLAY-HELD
                       DISPLAY "    HOLD " HOLD-SEQ-NO " "
                               HOLD-REASON-CODE " " WS-DISPLAY-HELD
                               " PLACED " HOLD-PLACED-DATE
                               " EXPIRES " HOLD-EXPIRY-DATE
                               " " HOLD-REASON-TEXT
                   END-IF
               END-IF

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE HOLD-FILE !!!: " WS-F04-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       5100-LIST-ONE-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       8000-READ-INQ-CARD.
      *-------------------
           DISPLAY "NO NOT FOUND     : " WS-NO-NOT-FOUND.
           DISPLAY "NO MVTS LISTED   : " WS-NO-TXN-LISTED.
           DISPLAY "NO HIST LISTED   : " WS-NO-HIST-LISTED.
           DISPLAY "NO HOLDS LISTED  : " WS-NO-HOLD-LISTED.

           CLOSE ACCT-VSAM.

           IF WS-HOLDS-PRESENT
               CLOSE HOLD-FILE
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
