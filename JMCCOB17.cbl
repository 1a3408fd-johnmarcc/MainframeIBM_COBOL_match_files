      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB17.
       AUTHOR.        JEAN M C.
      *>  - ACCOUNT-PARAMETER MAINTENANCE, RUN AFTER A CLEAN CYCLE
      *>    AND BEFORE THE JMCCOB05 LOAD
      *>  - THE ONLY PROGRAM THAT CHANGES THE OVERDRAFT LIMIT, THE
      *>    INTEREST RATE OR CLEARS THE DORMANT FLAG. CHANGE CARDS
      *>    FROM SYSIN ARE APPLIED TO THE CURRENT ACCT-OUT GENERATION
      *>    (NAMED BY ACCT-GEN-PTR, THE SAME TRUSTED-GENERATION GATE
      *>    JMCCOB05 USES) AND THE UPDATED RECORDS GO BACK AS THE
      *>    SAME GENERATION THROUGH A WORK COPY RENAMED OVER THE
      *>    ORIGINAL - THE SAME PATTERN AS JMCCOB11
      *>  - DUAL AUTHORISATION: EVERY CARD CARRIES THE ID OF THE
      *>    PERSON WHO KEYED IT (MAKER) AND OF THE PERSON WHO
      *>    APPROVED IT (CHECKER). A CARD WITH NO CHECKER, OR WHOSE
      *>    CHECKER IS THE MAKER, IS NOT APPLIED - IT IS LISTED AS
      *>    PENDING AND MUST BE RE-SUBMITTED ONCE PROPERLY APPROVED
      *>  - EVERY FIELD CHANGED IS LOGGED, BEFORE AND AFTER IMAGE,
      *>    ON THE CUMULATIVE CHANGE LOG (CHGLOG) - THE LOG IS ONLY
      *>    WRITTEN ONCE THE UPDATED GENERATION HAS REPLACED THE OLD
      *>    ONE, SO IT NEVER RECORDS A CHANGE THAT DID NOT HAPPEN
      *>  - THE REPORT (PARMRPT) LISTS EVERY CHANGE APPLIED AND EVERY
      *>    CARD NOT APPLIED WITH THE REASON; RETURN-CODE 4 WHEN ANY
      *>    CARD WAS LEFT PENDING OR REJECTED
      *>  - CHANGE CARDS (SYSIN, ONE PER CARD, 'END' OR A BLANK CARD
      *>    STOPS THE READ):
      *>      COLS  1-3   ACTION: 'LIM' OVERDRAFT LIMIT CHANGE,
      *>                  'RAT' INTEREST RATE CHANGE, 'REA'
      *>                  REACTIVATE A DORMANT ACCOUNT
      *>      COLS  5-11  ACCOUNT NUMBER
      *>      COLS 13-23  NEW VALUE: LIM 999999999V99 (POSITIVE, AS
      *>                  THE MASTER HOLDS IT); RAT 99V9999 IN COLS
      *>                  13-18; BLANK FOR REA
      *>      COLS 25-32  MAKER ID
      *>      COLS 34-41  CHECKER ID
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

      *>  THE UPDATED COPY - RENAMED OVER THE GENERATION ONCE IT IS
      *>  COMPLETE, SO A RUN THAT DIES PART-WAY LEAVES THE REAL
      *>  GENERATION UNTOUCHED
           SELECT ACCT-WORK ASSIGN TO WS-WORK-FILENAME
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F03-FS.

      *>  CUMULATIVE CHANGE LOG - OPTIONAL SO THE VERY FIRST RUN
      *>  CREATES IT
           SELECT OPTIONAL CHG-LOG ASSIGN TO CHGLOG
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

           SELECT PARM-RPT ASSIGN TO PARMRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F05-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  ACCT-GEN-PTR.
       01  ACCT-GEN-PTR-DATA            PIC X(20).

       FD  ACCT-MAST RECORDING MODE F.
       01  ACCT-MAST-DATA               PIC X(80).

       FD  ACCT-WORK RECORDING MODE F.
       01  ACCT-WORK-DATA               PIC X(80).

       FD  CHG-LOG RECORDING MODE F.
       01  CHG-LOG-DATA                 PIC X(100).

       FD  PARM-RPT RECORDING MODE F.
       01  PARM-RPT-DATA                PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-READ-MAST              PIC 9(8).
           05 WS-NO-WRITE-MAST             PIC 9(8).
           05 WS-NO-CARDS                  PIC 9(8).
           05 WS-NO-APPLIED                PIC 9(8).
           05 WS-NO-NO-CHANGE              PIC 9(8).
           05 WS-NO-PENDING                PIC 9(8).
           05 WS-NO-REJECTED               PIC 9(8).
           05 WS-NO-LOG-REC                PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).
           05 WS-F05-FS                 PIC X(2).

       01 WS-MAST-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-MAST-EOF               VALUE 'TRUE'.
          88 WS-MAST-NOT-EOF           VALUE 'FALSE'.

      * SET WHEN THE UPDATED COPY COULD NOT REPLACE THE GENERATION
       01  WS-RENAME-SW                 PIC X(01) VALUE 'N'.
           88  WS-RENAME-FAILED          VALUE 'Y'.
           88  WS-RENAME-OK              VALUE 'N'.

       01  WS-MAST-FILENAME             PIC X(20) VALUE SPACE.
       01  WS-WORK-FILENAME             PIC X(20)
                                        VALUE 'ACCTOUT.PARMWORK'.

       01  WS-REC-F01.
           COPY ACCTREC.

       01  WS-REC-CHG-LOG.
           COPY CHGLREC.

      * ONE CHANGE CARD AS KEYED
       01  WS-CHG-CARD                   PIC X(80) VALUE SPACE.
       01  WS-CHG-CARD-R REDEFINES WS-CHG-CARD.
           05  CHG-ACTION                PIC X(03).
           05  FILLER                    PIC X(01).
           05  CHG-ACCT-NO               PIC X(07).
           05  FILLER                    PIC X(01).
           05  CHG-NEW-VALUE             PIC X(11).
           05  FILLER                    PIC X(01).
           05  CHG-MAKER-ID              PIC X(08).
           05  FILLER                    PIC X(01).
           05  CHG-CHECKER-ID            PIC X(08).
           05  FILLER                    PIC X(39).

      * THE NEW VALUE OF A CARD, IN BOTH OF ITS NUMERIC VIEWS
       01  WS-NEW-VALUE                  PIC X(11) VALUE SPACE.
       01  WS-NEW-LIMIT REDEFINES WS-NEW-VALUE
                                         PIC 9(09)V99.
       01  WS-NEW-RATE-R REDEFINES WS-NEW-VALUE.
           05  WS-NEW-RATE               PIC 9(02)V9(04).
           05  FILLER                    PIC X(05).

      * CHANGE CARDS, READ ONCE UP FRONT AND VALIDATED AS THEY ARE
      * STORED. THE MASTER IS WALKED ONCE AND EVERY APPROVED CARD
      * FOR THE ACCOUNT IS APPLIED IN CARD ORDER; A CARD STILL
      * WAITING AT THE END NAMED AN ACCOUNT NOT ON THE MASTER
       01  WS-CARD-LIMIT                 PIC 9(03) VALUE 200.
       01  WS-CARD-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-CARD-IX                    PIC 9(03) VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  CARD-ACTION           PIC X(03).
               10  CARD-ACCT-NO          PIC X(07).
               10  CARD-NEW-VALUE        PIC X(11).
               10  CARD-MAKER-ID         PIC X(08).
               10  CARD-CHECKER-ID       PIC X(08).
               10  CARD-STATUS           PIC X(01).
                   88  CARD-APPROVED      VALUE 'A'.
                   88  CARD-APPLIED       VALUE 'D'.
                   88  CARD-NO-CHANGE     VALUE 'N'.
                   88  CARD-PENDING       VALUE 'P'.
                   88  CARD-REJECTED      VALUE 'R'.
               10  CARD-REASON           PIC X(30).

      * CHANGE-LOG IMAGES, HELD UNTIL THE UPDATED GENERATION IS IN
      * PLACE - EACH CARD CHANGES AT MOST TWO FIELDS
       01  WS-LOG-LIMIT                  PIC 9(03) VALUE 400.
       01  WS-LOG-CNT                    PIC 9(03) VALUE ZERO.
       01  WS-LOG-IX                     PIC 9(03) VALUE ZERO.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 400 TIMES
                                         PIC X(100).

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 WS-TODAY-TIME  PIC X(6).
           05 FILLER         PIC X(7).

      * EDITED VIEWS OF A LOGGED IMAGE FOR THE REPORT
       01  WS-EDIT-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE                  PIC Z9.9999.

      * REPORT PRINT LINES
       01  WS-PARM-HEAD1.
           05  FILLER                    PIC X(48)
               VALUE '****** ACCOUNT-PARAMETER MAINTENANCE - RUN DATE '.
           05  PRMH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(69) VALUE SPACE.

       01  WS-PARM-HEAD2.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(05) VALUE 'ACT'.
           05  FILLER                    PIC X(22) VALUE 'FIELD'.
           05  FILLER                    PIC X(18)
               VALUE '           BEFORE'.
           05  FILLER                    PIC X(18)
               VALUE '            AFTER'.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE 'MAKER'.
           05  FILLER                    PIC X(10) VALUE 'CHECKER'.
           05  FILLER                    PIC X(38) VALUE SPACE.

       01  WS-PARM-DETAIL.
           05  PRMD-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PRMD-ACTION               PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PRMD-FIELD-NAME           PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PRMD-BEFORE               PIC X(16) JUSTIFIED RIGHT.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PRMD-AFTER                PIC X(16) JUSTIFIED RIGHT.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PRMD-MAKER-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PRMD-CHECKER-ID           PIC X(08).
           05  FILLER                    PIC X(40) VALUE SPACE.

       01  WS-PEND-HEAD1.
           05  FILLER                    PIC X(40)
               VALUE '------ CARDS NOT APPLIED ------'.
           05  FILLER                    PIC X(92) VALUE SPACE.

       01  WS-PEND-HEAD2.
           05  FILLER                    PIC X(06) VALUE 'CARD#'.
           05  FILLER                    PIC X(05) VALUE 'ACT'.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(13) VALUE 'NEW VALUE'.
           05  FILLER                    PIC X(10) VALUE 'MAKER'.
           05  FILLER                    PIC X(10) VALUE 'CHECKER'.
           05  FILLER                    PIC X(11) VALUE 'STATUS'.
           05  FILLER                    PIC X(30) VALUE 'REASON'.
           05  FILLER                    PIC X(38) VALUE SPACE.

       01  WS-PEND-DETAIL.
           05  PNDD-CARD-NO              PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-ACTION               PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-NEW-VALUE            PIC X(11).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-MAKER-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-CHECKER-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-STATUS               PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  PNDD-REASON               PIC X(30).
           05  FILLER                    PIC X(38) VALUE SPACE.

       01  WS-PARM-TOTAL-LINE.
           05  PRMT-TEXT                 PIC X(35).
           05  PRMT-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(89) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-MAINTAIN-ACCOUNT
              THRU 2000-MAINTAIN-ACCOUNT-END
               UNTIL WS-MAST-EOF.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** ACCOUNT-PARAMETER MAINTENANCE *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           PERFORM 1100-READ-CHANGE-CARDS
              THRU 1100-READ-CHANGE-CARDS-END.

      *    WHICH GENERATION DID THE LAST CLEAN RUN WRITE? NO POINTER
      *    MEANS NO CLEAN CYCLE HAS COMPLETED: NOTHING TO MAINTAIN
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
                       "MAINTENANCE SUPPRESSED"
               PERFORM 9800-REFUSE-RUN
                  THRU 9800-REFUSE-RUN-END
           END-IF.

           DISPLAY "MAINTAINING GENERATION: " WS-MAST-FILENAME.

           OPEN INPUT ACCT-MAST.

           IF WS-F02-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ACCT-MAST: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT ACCT-WORK.

           IF WS-F03-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ACCT-WORK: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *    THE LOG IS OPENED UP FRONT SO A LOG THAT CANNOT BE
      *    WRITTEN STOPS THE RUN BEFORE ANY FIELD IS CHANGED - AUDIT
      *    WILL NOT ACCEPT A CHANGE WITH NO TRAIL. 05 IS THE OPTIONAL
      *    FILE BEING CREATED BY THE VERY FIRST RUN
           OPEN EXTEND CHG-LOG.

           IF WS-F04-FS = "00" OR WS-F04-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE CHG-LOG: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT PARM-RPT.

           IF WS-F05-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE PARM-RPT: " WS-F05-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-TODAY-DATE TO PRMH-RUN-DATE.

           WRITE PARM-RPT-DATA FROM WS-PARM-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           WRITE PARM-RPT-DATA FROM WS-PARM-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       1100-READ-CHANGE-CARDS.
      *-------------------

      *    'END' IS PRESET SO RUNNING OFF THE END OF SYSIN (ACCEPT
      *    LEAVES THE FIELD UNTOUCHED) ENDS THE CARD READ CLEANLY -
      *    THE SAME CONVENTION AS JMCCOB06'S INQUIRY CARDS

           MOVE 'END' TO WS-CHG-CARD.
           ACCEPT WS-CHG-CARD FROM SYSIN.

           PERFORM 1110-STORE-CHANGE-CARD
              THRU 1110-STORE-CHANGE-CARD-END
               UNTIL WS-CHG-CARD = 'END'
                  OR WS-CHG-CARD = SPACE.

      *-------------------
       1100-READ-CHANGE-CARDS-END.
      *-------------------
           EXIT.

      *-------------------
       1110-STORE-CHANGE-CARD.
      *-------------------

      *    EVERY CARD IS KEPT, GOOD OR BAD, SO THE REPORT CAN
      *    ACCOUNT FOR ALL OF THEM. THE CARD IS JUDGED HERE ON ITS
      *    OWN CONTENT; WHETHER IT FITS THE ACCOUNT IS JUDGED WHEN
      *    THE ACCOUNT COMES UP ON THE MASTER

           IF WS-CARD-CNT >= WS-CARD-LIMIT
               DISPLAY "ABEND: MORE THAN " WS-CARD-LIMIT
                       " CHANGE CARDS"
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-CARDS.
           ADD 1 TO WS-CARD-CNT.
           MOVE WS-CARD-CNT TO WS-CARD-IX.

           MOVE CHG-ACTION     TO CARD-ACTION (WS-CARD-IX).
           MOVE CHG-ACCT-NO    TO CARD-ACCT-NO (WS-CARD-IX).
           MOVE CHG-NEW-VALUE  TO CARD-NEW-VALUE (WS-CARD-IX).
           MOVE CHG-MAKER-ID   TO CARD-MAKER-ID (WS-CARD-IX).
           MOVE CHG-CHECKER-ID TO CARD-CHECKER-ID (WS-CARD-IX).
           MOVE SPACE          TO CARD-REASON (WS-CARD-IX).

           MOVE CHG-NEW-VALUE  TO WS-NEW-VALUE.

           EVALUATE TRUE

             WHEN CHG-ACTION NOT = 'LIM'
                  AND CHG-ACTION NOT = 'RAT'
                  AND CHG-ACTION NOT = 'REA'
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'UNKNOWN ACTION'
                 TO CARD-REASON (WS-CARD-IX)

             WHEN CHG-ACCT-NO = SPACE
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'NO ACCOUNT NUMBER'
                 TO CARD-REASON (WS-CARD-IX)

             WHEN CHG-ACTION = 'LIM'
                  AND WS-NEW-LIMIT IS NOT NUMERIC
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'NEW LIMIT NOT NUMERIC'
                 TO CARD-REASON (WS-CARD-IX)

             WHEN CHG-ACTION = 'RAT'
                  AND WS-NEW-RATE IS NOT NUMERIC
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'NEW RATE NOT NUMERIC'
                 TO CARD-REASON (WS-CARD-IX)

             WHEN CHG-MAKER-ID = SPACE
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'NO MAKER ID'
                 TO CARD-REASON (WS-CARD-IX)

      *      THE TWO AUTHORISATION FAILURES ARE PENDING, NOT
      *      REJECTED: THE CARD ITSELF IS GOOD AND ONLY WANTS A
      *      PROPER SECOND SIGNATURE
             WHEN CHG-CHECKER-ID = SPACE
               MOVE 'P' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'AWAITING CHECKER APPROVAL'
                 TO CARD-REASON (WS-CARD-IX)

             WHEN CHG-CHECKER-ID = CHG-MAKER-ID
               MOVE 'P' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'SELF-APPROVED - MAKER IS CHECKER'
                 TO CARD-REASON (WS-CARD-IX)

             WHEN OTHER
               MOVE 'A' TO CARD-STATUS (WS-CARD-IX)

           END-EVALUATE.

           MOVE 'END' TO WS-CHG-CARD.
           ACCEPT WS-CHG-CARD FROM SYSIN.

      *-------------------
       1110-STORE-CHANGE-CARD-END.
      *-------------------
           EXIT.

      *-------------------
       2000-MAINTAIN-ACCOUNT.
      *-------------------

           READ ACCT-MAST

           END-READ.

           EVALUATE TRUE

             WHEN WS-F02-FS = '00'

               MOVE ACCT-MAST-DATA TO WS-REC-F01
               ADD 1 TO WS-NO-READ-MAST

               PERFORM 2100-APPLY-CARD
                  THRU 2100-APPLY-CARD-END
                   VARYING WS-CARD-IX FROM 1 BY 1
                     UNTIL WS-CARD-IX > WS-CARD-CNT

               WRITE ACCT-WORK-DATA FROM WS-REC-F01

               IF WS-F03-FS = '00'
                   ADD 1 TO WS-NO-WRITE-MAST
               ELSE
      D            DISPLAY "ERROR WRITE FILE ACCT-WORK !!!: " WS-F03-FS
                   PERFORM 9999-ABEND
                       THRU 9999-ABEND-END
               END-IF

             WHEN WS-F02-FS = '10'
               SET WS-MAST-EOF TO TRUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-MAST !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       2000-MAINTAIN-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       2100-APPLY-CARD.
      *-------------------

      *    ONLY AN APPROVED CARD FOR THIS ACCOUNT IS LOOKED AT

           IF CARD-ACCT-NO (WS-CARD-IX) NOT = F01-ACCT-NO
               OR NOT CARD-APPROVED (WS-CARD-IX)
               GO TO 2100-APPLY-CARD-END
           END-IF.

           MOVE CARD-NEW-VALUE (WS-CARD-IX) TO WS-NEW-VALUE.

           EVALUATE CARD-ACTION (WS-CARD-IX)

             WHEN 'LIM'
               PERFORM 2200-CHANGE-LIMIT
                  THRU 2200-CHANGE-LIMIT-END

             WHEN 'RAT'
               PERFORM 2300-CHANGE-RATE
                  THRU 2300-CHANGE-RATE-END

             WHEN 'REA'
               PERFORM 2400-REACTIVATE
                  THRU 2400-REACTIVATE-END

           END-EVALUATE.

      *-------------------
       2100-APPLY-CARD-END.
      *-------------------
           EXIT.

      *-------------------
       2200-CHANGE-LIMIT.
      *-------------------

           IF WS-NEW-LIMIT = F01-OVERDRAFT-LIMIT
               MOVE 'N' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'LIMIT ALREADY AT NEW VALUE'
                 TO CARD-REASON (WS-CARD-IX)
               ADD 1 TO WS-NO-NO-CHANGE
               GO TO 2200-CHANGE-LIMIT-END
           END-IF.

           PERFORM 2500-START-LOG-IMAGE
              THRU 2500-START-LOG-IMAGE-END.

           MOVE 'F01-OVERDRAFT-LIMIT' TO CHGL-FIELD-NAME.
           MOVE F01-OVERDRAFT-LIMIT   TO CHGL-BEFORE-AMOUNT.

           MOVE WS-NEW-LIMIT          TO F01-OVERDRAFT-LIMIT.

      *    AN OVERDRAWN ACCOUNT'S STANDING AGAINST ITS LIMIT MOVES
      *    WITH THE LIMIT - THE OVERDRAWN-SINCE DATE DOES NOT, THE
      *    BALANCE HAS NOT CHANGED
           IF F01-BALANCE < ZERO
               IF F01-BALANCE < ZERO - F01-OVERDRAFT-LIMIT
                   SET F01-OD-OVER-LIMIT TO TRUE
               ELSE
                   SET F01-OD-WITHIN-LIMIT TO TRUE
               END-IF
           END-IF.

           MOVE F01-OVERDRAFT-LIMIT   TO CHGL-AFTER-AMOUNT.

           MOVE CHGL-BEFORE-AMOUNT    TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT        TO PRMD-BEFORE.
           MOVE CHGL-AFTER-AMOUNT     TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT        TO PRMD-AFTER.

           PERFORM 2600-KEEP-LOG-IMAGE
              THRU 2600-KEEP-LOG-IMAGE-END.

           MOVE 'D' TO CARD-STATUS (WS-CARD-IX).
           ADD 1 TO WS-NO-APPLIED.

      *-------------------
       2200-CHANGE-LIMIT-END.
      *-------------------
           EXIT.

      *-------------------
       2300-CHANGE-RATE.
      *-------------------

      *    A RECORD FROM BEFORE THE RATE EXISTED HOLDS SPACES - ANY
      *    RATE AT ALL IS A CHANGE TO THAT

           IF F01-INT-RATE IS NUMERIC
               AND WS-NEW-RATE = F01-INT-RATE
               MOVE 'N' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'RATE ALREADY AT NEW VALUE'
                 TO CARD-REASON (WS-CARD-IX)
               ADD 1 TO WS-NO-NO-CHANGE
               GO TO 2300-CHANGE-RATE-END
           END-IF.

           PERFORM 2500-START-LOG-IMAGE
              THRU 2500-START-LOG-IMAGE-END.

           MOVE 'F01-INT-RATE'        TO CHGL-FIELD-NAME.

           IF F01-INT-RATE IS NUMERIC
               MOVE F01-INT-RATE      TO CHGL-BEFORE-RATE
               MOVE CHGL-BEFORE-RATE  TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE      TO PRMD-BEFORE
           ELSE
               MOVE 'NOT SET'         TO PRMD-BEFORE
           END-IF.

           MOVE WS-NEW-RATE           TO F01-INT-RATE.

           MOVE F01-INT-RATE          TO CHGL-AFTER-RATE.
           MOVE CHGL-AFTER-RATE       TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE          TO PRMD-AFTER.

           PERFORM 2600-KEEP-LOG-IMAGE
              THRU 2600-KEEP-LOG-IMAGE-END.

           MOVE 'D' TO CARD-STATUS (WS-CARD-IX).
           ADD 1 TO WS-NO-APPLIED.

      *-------------------
       2300-CHANGE-RATE-END.
      *-------------------
           EXIT.

      *-------------------
       2400-REACTIVATE.
      *-------------------

           IF NOT F01-DORMANT
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'ACCOUNT IS NOT DORMANT'
                 TO CARD-REASON (WS-CARD-IX)
               GO TO 2400-REACTIVATE-END
           END-IF.

           PERFORM 2500-START-LOG-IMAGE
              THRU 2500-START-LOG-IMAGE-END.

           MOVE 'F01-DORM-STATUS'     TO CHGL-FIELD-NAME.
           MOVE F01-DORM-STATUS       TO CHGL-BEFORE-IMAGE.

           MOVE 'A'                   TO F01-DORM-STATUS.

           MOVE F01-DORM-STATUS       TO CHGL-AFTER-IMAGE.
           MOVE CHGL-BEFORE-IMAGE     TO PRMD-BEFORE.
           MOVE CHGL-AFTER-IMAGE      TO PRMD-AFTER.

           PERFORM 2600-KEEP-LOG-IMAGE
              THRU 2600-KEEP-LOG-IMAGE-END.

      *    THE INACTIVITY CLOCK RESTARTS FROM TODAY - LEFT ON THE
      *    OLD DATE, THE NEXT JMCCOB11 REVIEW WOULD FLAG THE ACCOUNT
      *    STRAIGHT BACK TO DORMANT. THIS IS A SECOND FIELD CHANGE
      *    AND IS LOGGED AS ONE
           PERFORM 2500-START-LOG-IMAGE
              THRU 2500-START-LOG-IMAGE-END.

           MOVE 'F01-LAST-MVT-DATE'   TO CHGL-FIELD-NAME.
           MOVE F01-LAST-MVT-DATE     TO CHGL-BEFORE-IMAGE.

           MOVE WS-TODAY-DATE         TO F01-LAST-MVT-DATE.

           MOVE F01-LAST-MVT-DATE     TO CHGL-AFTER-IMAGE.
           MOVE CHGL-BEFORE-IMAGE     TO PRMD-BEFORE.
           MOVE CHGL-AFTER-IMAGE      TO PRMD-AFTER.

           PERFORM 2600-KEEP-LOG-IMAGE
              THRU 2600-KEEP-LOG-IMAGE-END.

           MOVE 'D' TO CARD-STATUS (WS-CARD-IX).
           ADD 1 TO WS-NO-APPLIED.

      *-------------------
       2400-REACTIVATE-END.
      *-------------------
           EXIT.

      *-------------------
       2500-START-LOG-IMAGE.
      *-------------------

           MOVE SPACES TO WS-REC-CHG-LOG.

           MOVE WS-TODAY-DATE                 TO CHGL-RUN-DATE.
           MOVE WS-TODAY-TIME                 TO CHGL-RUN-TIME.
           MOVE F01-ACCT-NO                   TO CHGL-ACCT-NO.
           MOVE CARD-ACTION (WS-CARD-IX)      TO CHGL-ACTION.
           MOVE CARD-MAKER-ID (WS-CARD-IX)    TO CHGL-MAKER-ID.
           MOVE CARD-CHECKER-ID (WS-CARD-IX)  TO CHGL-CHECKER-ID.

           MOVE SPACES TO PRMD-BEFORE.
           MOVE SPACES TO PRMD-AFTER.

      *-------------------
       2500-START-LOG-IMAGE-END.
      *-------------------
           EXIT.

      *-------------------
       2600-KEEP-LOG-IMAGE.
      *-------------------

      *    THE IMAGE IS HELD, NOT WRITTEN - SEE 9000-END-PROCESS

           IF WS-LOG-CNT >= WS-LOG-LIMIT
               DISPLAY "ABEND: MORE THAN " WS-LOG-LIMIT
                       " FIELD CHANGES"
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-LOG-CNT.
           MOVE WS-REC-CHG-LOG TO WS-LOG-ENTRY (WS-LOG-CNT).

           MOVE CHGL-ACCT-NO      TO PRMD-ACCT-NO.
           MOVE CHGL-ACTION       TO PRMD-ACTION.
           MOVE CHGL-FIELD-NAME   TO PRMD-FIELD-NAME.
           MOVE CHGL-MAKER-ID     TO PRMD-MAKER-ID.
           MOVE CHGL-CHECKER-ID   TO PRMD-CHECKER-ID.

           WRITE PARM-RPT-DATA FROM WS-PARM-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       2600-KEEP-LOG-IMAGE-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F05-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE PARM-RPT !!!: " WS-F05-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-LIST-CARD.
      *-------------------

      *    EVERY CARD THAT DID NOT CHANGE THE MASTER, AND WHY. AN
      *    APPROVED CARD STILL WAITING NAMED AN ACCOUNT THE MASTER
      *    DOES NOT HOLD

           IF CARD-APPLIED (WS-CARD-IX)
               GO TO 8200-LIST-CARD-END
           END-IF.

           IF CARD-APPROVED (WS-CARD-IX)
               MOVE 'R' TO CARD-STATUS (WS-CARD-IX)
               MOVE 'ACCOUNT NOT ON MASTER'
                 TO CARD-REASON (WS-CARD-IX)
           END-IF.

           EVALUATE TRUE
             WHEN CARD-PENDING (WS-CARD-IX)
               ADD 1 TO WS-NO-PENDING
               MOVE 'PENDING'   TO PNDD-STATUS
             WHEN CARD-REJECTED (WS-CARD-IX)
               ADD 1 TO WS-NO-REJECTED
               MOVE 'REJECTED'  TO PNDD-STATUS
             WHEN OTHER
               MOVE 'NO CHANGE' TO PNDD-STATUS
           END-EVALUATE.

           MOVE WS-CARD-IX                    TO PNDD-CARD-NO.
           MOVE CARD-ACTION (WS-CARD-IX)      TO PNDD-ACTION.
           MOVE CARD-ACCT-NO (WS-CARD-IX)     TO PNDD-ACCT-NO.
           MOVE CARD-NEW-VALUE (WS-CARD-IX)   TO PNDD-NEW-VALUE.
           MOVE CARD-MAKER-ID (WS-CARD-IX)    TO PNDD-MAKER-ID.
           MOVE CARD-CHECKER-ID (WS-CARD-IX)  TO PNDD-CHECKER-ID.
           MOVE CARD-REASON (WS-CARD-IX)      TO PNDD-REASON.

           WRITE PARM-RPT-DATA FROM WS-PEND-DETAIL.

      *-------------------
       8200-LIST-CARD-END.
      *-------------------
           EXIT.

      *-------------------
       8300-WRITE-CHANGE-LOG.
      *-------------------

      *    THE UPDATED GENERATION IS IN PLACE - NOW, AND ONLY NOW,
      *    DOES THE AUDIT TRAIL RECORD WHAT CHANGED

           PERFORM 8310-WRITE-LOG-IMAGE
              THRU 8310-WRITE-LOG-IMAGE-END
               VARYING WS-LOG-IX FROM 1 BY 1
                 UNTIL WS-LOG-IX > WS-LOG-CNT.

      *-------------------
       8300-WRITE-CHANGE-LOG-END.
      *-------------------
           EXIT.

      *-------------------
       8310-WRITE-LOG-IMAGE.
      *-------------------

           WRITE CHG-LOG-DATA FROM WS-LOG-ENTRY (WS-LOG-IX).

      *    A FAILED WRITE IS COUNTED OUT, NOT ABENDED - THE MASTER
      *    HAS ALREADY CHANGED, AND 9000-END-PROCESS STOPS THE
      *    STREAM ON THE SHORTFALL
           IF WS-F04-FS = "00"
               ADD 1 TO WS-NO-LOG-REC
           ELSE
               DISPLAY "CHANGE LOG WRITE FAILED: " WS-F04-FS
           END-IF.

      *-------------------
       8310-WRITE-LOG-IMAGE-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F05-FS = '00'
               MOVE SPACES TO PARM-RPT-DATA
               WRITE PARM-RPT-DATA
               WRITE PARM-RPT-DATA FROM WS-PEND-HEAD1
               WRITE PARM-RPT-DATA FROM WS-PEND-HEAD2

               PERFORM 8200-LIST-CARD
                  THRU 8200-LIST-CARD-END
                   VARYING WS-CARD-IX FROM 1 BY 1
                     UNTIL WS-CARD-IX > WS-CARD-CNT

               MOVE SPACES TO PARM-RPT-DATA
               WRITE PARM-RPT-DATA

               MOVE SPACES TO WS-PARM-TOTAL-LINE
               MOVE 'CHANGE CARDS READ                  ' TO PRMT-TEXT
               MOVE WS-NO-CARDS TO PRMT-COUNT
               WRITE PARM-RPT-DATA FROM WS-PARM-TOTAL-LINE

               MOVE SPACES TO WS-PARM-TOTAL-LINE
               MOVE 'CHANGES APPLIED                    ' TO PRMT-TEXT
               MOVE WS-NO-APPLIED TO PRMT-COUNT
               WRITE PARM-RPT-DATA FROM WS-PARM-TOTAL-LINE

               MOVE SPACES TO WS-PARM-TOTAL-LINE
               MOVE 'ALREADY AT THE NEW VALUE           ' TO PRMT-TEXT
               MOVE WS-NO-NO-CHANGE TO PRMT-COUNT
               WRITE PARM-RPT-DATA FROM WS-PARM-TOTAL-LINE

               MOVE SPACES TO WS-PARM-TOTAL-LINE
               MOVE 'PENDING - NOT PROPERLY APPROVED    ' TO PRMT-TEXT
               MOVE WS-NO-PENDING TO PRMT-COUNT
               WRITE PARM-RPT-DATA FROM WS-PARM-TOTAL-LINE

               MOVE SPACES TO WS-PARM-TOTAL-LINE
               MOVE 'REJECTED                           ' TO PRMT-TEXT
               MOVE WS-NO-REJECTED TO PRMT-COUNT
               WRITE PARM-RPT-DATA FROM WS-PARM-TOTAL-LINE
           END-IF.

           CLOSE ACCT-MAST.
           CLOSE ACCT-WORK.
           CLOSE PARM-RPT.

      *    THE RUN COMPLETED WHOLE - ONLY NOW DOES THE UPDATED COPY
      *    REPLACE THE GENERATION, UNDER THE SAME NAME ACCT-GEN-PTR
      *    ALREADY POINTS AT, AND ONLY THEN IS THE CHANGE LOG
      *    WRITTEN. AN ABEND COMES BACK THROUGH HERE TOO - THE EOF
      *    SWITCH PROVES THE WHOLE FILE WAS WALKED, SO A PARTIAL WORK
      *    COPY CAN NEVER CLOBBER THE REAL GENERATION AND NOTHING IS
      *    LOGGED FOR IT. A RENAME THAT FAILS LEAVES THE OLD
      *    GENERATION IN PLACE, SO NOTHING IS LOGGED EITHER AND RC 8
      *    STOPS THE STREAM - THE REPORT'S CHANGES DID NOT HAPPEN
           IF WS-MAST-EOF
               AND WS-NO-READ-MAST = WS-NO-WRITE-MAST
               AND WS-NO-READ-MAST > ZERO
               CALL "CBL_RENAME_FILE" USING WS-WORK-FILENAME
                                            WS-MAST-FILENAME
               IF RETURN-CODE = ZERO
                   PERFORM 8300-WRITE-CHANGE-LOG
                      THRU 8300-WRITE-CHANGE-LOG-END
               ELSE
                   DISPLAY "GENERATION NOT REPLACED - RENAME OF "
                           WS-WORK-FILENAME " FAILED, RC "
                           RETURN-CODE
                   DISPLAY "NO CHANGE ON PARMRPT WAS APPLIED - "
                           "NOTHING LOGGED"
                   SET WS-RENAME-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE CHG-LOG.

           DISPLAY "***** END ACCOUNT-PARAMETER MAINTENANCE *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO MASTER REC READ   : " WS-NO-READ-MAST.
           DISPLAY "NO MASTER REC OUT    : " WS-NO-WRITE-MAST.
           DISPLAY "NO CHANGE CARDS      : " WS-NO-CARDS.
           DISPLAY "NO CHANGES APPLIED   : " WS-NO-APPLIED.
           DISPLAY "NO ALREADY AT VALUE  : " WS-NO-NO-CHANGE.
           DISPLAY "NO PENDING APPROVAL  : " WS-NO-PENDING.
           DISPLAY "NO REJECTED          : " WS-NO-REJECTED.
           DISPLAY "NO CHANGE LOG RECS   : " WS-NO-LOG-REC.
           DISPLAY '*************************************************'.

      *    A CARD LEFT PENDING OR REJECTED NEEDS A HUMAN - RC 4 PUTS
      *    THE REPORT IN FRONT OF ONE WITHOUT FAILING THE JOB
           IF (WS-NO-PENDING > ZERO
               OR WS-NO-REJECTED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    A CHANGE THE LOG DOES NOT HOLD HAS NO TRAIL - RC 8 STOPS
      *    THE STREAM UNTIL THE LOG IS PUT RIGHT BY HAND FROM THE
      *    REPORT
           IF WS-MAST-EOF
               AND WS-RENAME-OK
               AND WS-NO-LOG-REC NOT = WS-LOG-CNT
               DISPLAY "CHANGE LOG INCOMPLETE - " WS-NO-LOG-REC
                       " OF " WS-LOG-CNT " CHANGES LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
           EXIT.

      *-------------------
       9800-REFUSE-RUN.
      *-------------------

      *    NOT AN ERROR IN THIS PROGRAM - THERE IS NO TRUSTED
      *    GENERATION TO MAINTAIN. RETURN-CODE 8 LETS THE JCL SKIP
      *    DEPENDENT STEPS

           MOVE 8 TO RETURN-CODE.

           GOBACK.

      *-------------------
       9800-REFUSE-RUN-END.
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
