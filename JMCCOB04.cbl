      *>  - THE RUNNING BALANCE IS PROVED AGAINST THE CLOSING BALANCE
      *>    ON THE CURRENT MASTER - A STATEMENT THAT DOES NOT PROVE
      *>    IS FLAGGED RATHER THAN SUPPRESSED
      *>  - AN ACCOUNT WITH FUNDS ON HOLD (HOLDS FILE, MAINTAINED BY
      *>    JMCCOB18) SHOWS THE AMOUNT HELD AND THE FUNDS LEFT
      *>    AVAILABLE (BALANCE PLUS OVERDRAFT LIMIT LESS HOLDS) UNDER
      *>    ITS CLOSING BALANCE
      *>  - EACH STATEMENT IS ADDRESSED TO THE CUSTOMER WHO HOLDS THE
      *>    ACCOUNT - FOUND THROUGH THE ACCOUNT CROSS-REFERENCE
      *>    (ACCTXREF) ON THE CUSTOMER MASTER (CUSTMAST), BOTH KEPT BY
      *>    JMCCOB23. A STATEMENT WITH NO MAILING ADDRESS ON FILE IS
      *>    FLAGGED AND COUNTED ON THE SUMMARY PAGE
      *>  - A REVERSAL PRINTS WITH THE POSTING DATE AND SEQUENCE OF
      *>    THE EARLIER ENTRY IT BACKS OUT ON THE LINE BELOW
      *>  - RECORDS ITS RUN ON THE BATCH-CONTROL LEDGER (JMCCOB20)
      *>    FOR THE BUSINESS DATE OF THE LAST CLEAN CYCLE (CYCLDATE),
      *>    AND IS REFUSED WITH RETURN-CODE 12 UNLESS JMCCOB02 ENDED
      *>    CLEAN FOR THAT DATE, OR WHEN IT HAS ALREADY RUN FOR IT
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

      *>  HOLDS AND EARMARKS - OPTIONAL: NO FILE MEANS NOTHING HELD
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    HOLD-FD-KEY
            FILE STATUS IS WS-F05-FS.

      *>  CUSTOMER CROSS-REFERENCE AND CUSTOMER MASTER, FOR THE
      *>  MAILING ADDRESS - OPTIONAL: NO FILE MEANS NO ADDRESSES
           SELECT OPTIONAL ACCT-XREF ASSIGN TO ACCTXREF
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    XREF-FD-KEY
            FILE STATUS IS WS-F06-FS.

           SELECT OPTIONAL CUST-MAST ASSIGN TO CUSTMAST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    CUST-FD-KEY
            FILE STATUS IS WS-F07-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FD  STMT-RPT RECORDING MODE F.
       01  STMT-RPT-DATA                PIC X(132).

       FD  HOLD-FILE.
       01  HOLD-FILE-REC.
           05  HOLD-FD-KEY              PIC X(10).
           05  FILLER                   PIC X(90).

       FD  ACCT-XREF.
       01  ACCT-XREF-REC.
           05  XREF-FD-KEY              PIC X(07).
           05  FILLER                   PIC X(33).

       FD  CUST-MAST.
       01  CUST-MAST-REC.
           05  CUST-FD-KEY              PIC X(08).
           05  FILLER                   PIC X(192).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
           05 WS-NO-STMT-ACTIVE            PIC 9(8).
           05 WS-NO-STMT-CLOSED            PIC 9(8).
           05 WS-NO-STMT-NO-PROVE          PIC 9(8).
           05 WS-NO-STMT-NO-ADDR           PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).
           05 WS-F05-FS                 PIC X(2).
           05 WS-F06-FS                 PIC X(2).
           05 WS-F07-FS                 PIC X(2).

       01 WS-BEF-END-OF-FILE           PIC X(5) VALUE 'FALSE'.
          88 WS-BEF-EOF                VALUE 'TRUE'.
          88 WS-CUR-EOF                VALUE 'TRUE'.
          88 WS-CUR-NOT-EOF            VALUE 'FALSE'.

       01 WS-HOLD-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-HOLD-EOF               VALUE 'TRUE'.
          88 WS-HOLD-NOT-EOF           VALUE 'FALSE'.

       01  WS-HOLDS-PRESENT-SW          PIC X(01) VALUE 'N'.
           88  WS-HOLDS-PRESENT          VALUE 'Y'.
           88  WS-HOLDS-ABSENT           VALUE 'N'.

       01  WS-XREF-PRESENT-SW           PIC X(01) VALUE 'N'.
           88  WS-XREF-PRESENT           VALUE 'Y'.
           88  WS-XREF-ABSENT            VALUE 'N'.

       01  WS-CUST-PRESENT-SW           PIC X(01) VALUE 'N'.
           88  WS-CUST-PRESENT           VALUE 'Y'.
           88  WS-CUST-ABSENT            VALUE 'N'.

      * THE SAME MASTER LAYOUT SERVES BOTH GENERATIONS - REFERENCES
      * ARE QUALIFIED (F01-... OF WS-REC-BEF / OF WS-REC-CUR)
       01 WS-REC-BEF.
       01 WS-REC-TXN.
           COPY TXNREC.

       01 WS-REC-HOLD.
           COPY HOLDREC.

       01 WS-REC-XREF.
           COPY XREFREC.

       01 WS-REC-CUST.
           COPY CUSTREC.

      * SET WHEN THE STATEMENT IN HAND HAS A CUSTOMER WITH AN ADDRESS
       01  WS-ADDR-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-ADDR-FOUND              VALUE 'Y'.
           88  WS-ADDR-NOT-FOUND          VALUE 'N'.

      * HOLDS ACTIVE ON THE STATEMENT DATE, AND WHAT THEY LEAVE
       01  WS-ACTIVE-HOLDS               PIC 9(11)V99 VALUE ZERO.
       01  WS-AVAILABLE-BAL              PIC S9(11)V99 VALUE ZERO.

       01  WS-STMT-KEY                   PIC X(07).
       01  WS-RUNNING-BAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-OPENING-BAL                PIC S9(11)V99 VALUE ZERO.
           05  STCL-CLOSE-BAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(70) VALUE SPACE.

       01  WS-STMT-HELD-LINE.
           05  FILLER                    PIC X(25)
               VALUE '       FUNDS ON HOLD'.
           05  FILLER                    PIC X(18) VALUE SPACE.
           05  STHL-HELD                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(70) VALUE SPACE.

       01  WS-STMT-AVAIL-LINE.
           05  FILLER                    PIC X(25)
               VALUE '       AVAILABLE FUNDS'.
           05  FILLER                    PIC X(18) VALUE SPACE.
           05  STAV-AVAILABLE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(70) VALUE SPACE.

       01  WS-STMT-FLAG-LINE.
           05  FILLER                    PIC X(07) VALUE SPACE.
           05  STFL-TEXT                 PIC X(50).
           05  FILLER                    PIC X(75) VALUE SPACE.

      * UNDER A REVERSAL - THE ENTRY IT BACKS OUT
       01  WS-STMT-REV-LINE.
           05  FILLER                    PIC X(09) VALUE SPACE.
           05  FILLER                    PIC X(18)
               VALUE 'REVERSES ENTRY OF '.
           05  STRV-POST-DATE            PIC X(08).
           05  FILLER                    PIC X(05) VALUE ' SEQ '.
           05  STRV-SEQ-NO               PIC ZZZZ9.
           05  FILLER                    PIC X(87) VALUE SPACE.

      * ONE LINE OF THE MAILING ADDRESS BLOCK
       01  WS-STMT-ADDR-LINE.
           05  FILLER                    PIC X(07) VALUE SPACE.
           05  STAD-TEXT                 PIC X(40).
           05  FILLER                    PIC X(85) VALUE SPACE.

       01  WS-STMT-BLANK                 PIC X(132) VALUE SPACE.

       01  WS-SUMM-LINE.
           05  SUMM-COUNT                PIC ZZZZZZZ9.
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
           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           STOP RUN.

      *-------------------

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

      *    THE LEDGER IS ASKED BEFORE A SINGLE FILE IS OPENED
           PERFORM 9600-BEGIN-STEP
              THRU 9600-BEGIN-STEP-END.

           OPEN INPUT ACCT-BEF.

           IF WS-F01-FS = "00" OR WS-F01-FS = "05"
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT HOLD-FILE.

           EVALUATE TRUE
             WHEN WS-F05-FS = "00"
               SET WS-HOLDS-PRESENT TO TRUE
             WHEN WS-F05-FS = "05"
               SET WS-HOLDS-ABSENT TO TRUE
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE HOLD-FILE: " WS-F05-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

           OPEN INPUT ACCT-XREF.

           EVALUATE TRUE
             WHEN WS-F06-FS = "00"
               SET WS-XREF-PRESENT TO TRUE
             WHEN WS-F06-FS = "05"
               SET WS-XREF-ABSENT TO TRUE
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE ACCT-XREF: " WS-F06-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

           OPEN INPUT CUST-MAST.

           EVALUATE TRUE
             WHEN WS-F07-FS = "00"
               SET WS-CUST-PRESENT TO TRUE
             WHEN WS-F07-FS = "05"
               SET WS-CUST-ABSENT TO TRUE
             WHEN OTHER
      D        DISPLAY "ERROR OPEN FILE CUST-MAST: " WS-F07-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

      *    PRIME ALL THREE INPUTS
           PERFORM 8100-READ-BEF
              THRU 8100-READ-BEF-END.
           PERFORM 7100-NEW-PAGE
              THRU 7100-NEW-PAGE-END.

           PERFORM 2400-PRINT-ADDRESS
              THRU 2400-PRINT-ADDRESS-END.

           MOVE WS-OPENING-BAL TO STOP-OPEN-BAL.
           MOVE WS-STMT-OPEN-LINE TO STMT-RPT-DATA.
           PERFORM 7000-WRITE-STMT-LINE
               MOVE 'TRANSFER IN     ' TO STD-DESC
             WHEN TXN-MVT-TYPE = 'X'
               MOVE 'ACCOUNT CLOSED  ' TO STD-DESC
             WHEN TXN-MVT-TYPE = 'R'
               MOVE 'REVERSAL        ' TO STD-DESC
             WHEN OTHER
               MOVE 'CREDIT          ' TO STD-DESC
           END-EVALUATE.
           PERFORM 7000-WRITE-STMT-LINE
              THRU 7000-WRITE-STMT-LINE-END.

           IF TXN-MVT-TYPE = 'R'
               MOVE TXN-REV-POST-DATE TO STRV-POST-DATE
               MOVE TXN-REV-SEQ-NO    TO STRV-SEQ-NO
               MOVE WS-STMT-REV-LINE TO STMT-RPT-DATA
               PERFORM 7000-WRITE-STMT-LINE
                  THRU 7000-WRITE-STMT-LINE-END
           END-IF.

           PERFORM 8200-READ-TXN
              THRU 8200-READ-TXN-END.

                      THRU 7000-WRITE-STMT-LINE-END
               END-IF

      *        FUNDS ON HOLD TAKE NOTHING OFF THE LEDGER BALANCE BUT
      *        DO OFF WHAT THE CUSTOMER CAN DRAW - ONLY PRINTED WHEN
      *        SOMETHING IS HELD
               PERFORM 2300-SUM-ACTIVE-HOLDS
                  THRU 2300-SUM-ACTIVE-HOLDS-END

               IF WS-ACTIVE-HOLDS > ZERO
                   COMPUTE WS-AVAILABLE-BAL =
                         F01-BALANCE OF WS-REC-CUR
                       + F01-OVERDRAFT-LIMIT OF WS-REC-CUR
                       - WS-ACTIVE-HOLDS
                   MOVE WS-ACTIVE-HOLDS TO STHL-HELD
                   MOVE WS-STMT-HELD-LINE TO STMT-RPT-DATA
                   PERFORM 7000-WRITE-STMT-LINE
                      THRU 7000-WRITE-STMT-LINE-END
                   MOVE WS-AVAILABLE-BAL TO STAV-AVAILABLE
                   MOVE WS-STMT-AVAIL-LINE TO STMT-RPT-DATA
                   PERFORM 7000-WRITE-STMT-LINE
                      THRU 7000-WRITE-STMT-LINE-END
               END-IF

           ELSE

               IF WS-RUNNING-BAL = ZERO
      *-------------------
           EXIT.

      *-------------------
       2300-SUM-ACTIVE-HOLDS.
      *-------------------

      *    EVERY HOLD ON THE ACCOUNT ACTIVE ON THE STATEMENT DATE -
      *    PLACED BY THEN AND NOT EXPIRED BY THEN. THAT IS THE
      *    CYCLE'S BUSINESS DATE FROM THE LEDGER, THE SAME DATE
      *    JMCCOB02'S NSF TEST JUDGED THE HOLDS ON, HOWEVER LATE THE
      *    STATEMENTS ARE RUN

           MOVE ZERO TO WS-ACTIVE-HOLDS.

           IF WS-HOLDS-ABSENT
               GO TO 2300-SUM-ACTIVE-HOLDS-END
           END-IF.

           SET WS-HOLD-NOT-EOF TO TRUE.

           MOVE WS-STMT-KEY TO HOLD-ACCT-NO.
           MOVE ZERO        TO HOLD-SEQ-NO.
           MOVE HOLD-KEY    TO HOLD-FD-KEY.

           START HOLD-FILE KEY NOT < HOLD-FD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.

           IF WS-F05-FS NOT = '00'
               SET WS-HOLD-EOF TO TRUE
           END-IF.

           PERFORM 2310-READ-HOLD
              THRU 2310-READ-HOLD-END
               UNTIL WS-HOLD-EOF.

      *-------------------
       2300-SUM-ACTIVE-HOLDS-END.
      *-------------------
           EXIT.

      *-------------------
       2310-READ-HOLD.
      *-------------------

           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-HOLD-EOF
               CONTINUE

             WHEN WS-F05-FS = '00'

               MOVE HOLD-FILE-REC TO WS-REC-HOLD

               IF HOLD-ACCT-NO NOT = WS-STMT-KEY
                   SET WS-HOLD-EOF TO TRUE
               ELSE
                   IF HOLD-PLACED-DATE NOT > BCL-BUS-DATE
                       AND (HOLD-NO-EXPIRY
                         OR HOLD-EXPIRY-DATE NOT < BCL-BUS-DATE)
                       ADD HOLD-AMOUNT TO WS-ACTIVE-HOLDS
                   END-IF
               END-IF

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE HOLD-FILE !!!: " WS-F05-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       2310-READ-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       2400-PRINT-ADDRESS.
      *-------------------

      *    THE MAILING ADDRESS OF THE CUSTOMER WHO HOLDS THE ACCOUNT,
      *    UNDER THE FIRST PAGE HEADING ONLY - FULL NAME, THEN EACH
      *    ADDRESS LINE IN USE, THEN THE POSTCODE. AN ACCOUNT NOT YET
      *    LINKED TO A CUSTOMER, OR WHOSE CUSTOMER HAS NO ADDRESS ON
      *    FILE, PRINTS A FLAG INSTEAD SO THE STATEMENT IS NOT MAILED
      *    BLIND

           SET WS-ADDR-NOT-FOUND TO TRUE.

           IF WS-XREF-ABSENT OR WS-CUST-ABSENT
               GO TO 2400-PRINT-FLAG
           END-IF.

           MOVE WS-STMT-KEY TO XREF-FD-KEY.

           READ ACCT-XREF
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
             WHEN WS-F06-FS = '00'
               MOVE ACCT-XREF-REC TO WS-REC-XREF
             WHEN WS-F06-FS = '23'
               GO TO 2400-PRINT-FLAG
             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-XREF !!!: " WS-F06-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-EVALUATE.

           MOVE XREF-CUST-NO TO CUST-FD-KEY.

           READ CUST-MAST
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
             WHEN WS-F07-FS = '00'
               MOVE CUST-MAST-REC TO WS-REC-CUST
             WHEN WS-F07-FS = '23'
               GO TO 2400-PRINT-FLAG
             WHEN OTHER
      D        DISPLAY "ERROR READ FILE CUST-MAST !!!: " WS-F07-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-EVALUATE.

           IF CUST-ADDRESS = SPACE
               GO TO 2400-PRINT-FLAG
           END-IF.

           SET WS-ADDR-FOUND TO TRUE.

           MOVE CUST-FULL-NAME TO STAD-TEXT.
           MOVE WS-STMT-ADDR-LINE TO STMT-RPT-DATA.
           PERFORM 7000-WRITE-STMT-LINE
              THRU 7000-WRITE-STMT-LINE-END.

           IF CUST-ADDR-LINE-1 NOT = SPACE
               MOVE CUST-ADDR-LINE-1 TO STAD-TEXT
               MOVE WS-STMT-ADDR-LINE TO STMT-RPT-DATA
               PERFORM 7000-WRITE-STMT-LINE
                  THRU 7000-WRITE-STMT-LINE-END
           END-IF.

           IF CUST-ADDR-LINE-2 NOT = SPACE
               MOVE CUST-ADDR-LINE-2 TO STAD-TEXT
               MOVE WS-STMT-ADDR-LINE TO STMT-RPT-DATA
               PERFORM 7000-WRITE-STMT-LINE
                  THRU 7000-WRITE-STMT-LINE-END
           END-IF.

           IF CUST-ADDR-LINE-3 NOT = SPACE
               MOVE CUST-ADDR-LINE-3 TO STAD-TEXT
               MOVE WS-STMT-ADDR-LINE TO STMT-RPT-DATA
               PERFORM 7000-WRITE-STMT-LINE
                  THRU 7000-WRITE-STMT-LINE-END
           END-IF.

           IF CUST-POSTCODE NOT = SPACE
               MOVE CUST-POSTCODE TO STAD-TEXT
               MOVE WS-STMT-ADDR-LINE TO STMT-RPT-DATA
               PERFORM 7000-WRITE-STMT-LINE
                  THRU 7000-WRITE-STMT-LINE-END
           END-IF.

       2400-PRINT-FLAG.

           IF WS-ADDR-NOT-FOUND
               ADD 1 TO WS-NO-STMT-NO-ADDR
               MOVE '*** NO MAILING ADDRESS ON CUSTOMER FILE'
                   TO STFL-TEXT
               MOVE WS-STMT-FLAG-LINE TO STMT-RPT-DATA
               PERFORM 7000-WRITE-STMT-LINE
                  THRU 7000-WRITE-STMT-LINE-END
           END-IF.

           MOVE WS-STMT-BLANK TO STMT-RPT-DATA.
           PERFORM 7000-WRITE-STMT-LINE
              THRU 7000-WRITE-STMT-LINE-END.

      *-------------------
       2400-PRINT-ADDRESS-END.
      *-------------------
           EXIT.

      *-------------------
       7000-WRITE-STMT-LINE.
      *-------------------
               PERFORM 7200-CHECK-STMT-WRITE
                  THRU 7200-CHECK-STMT-WRITE-END

               MOVE 'STATEMENTS WITH NO MAILING ADDRESS '
                   TO SUMM-TEXT
               MOVE WS-NO-STMT-NO-ADDR TO SUMM-COUNT
               MOVE WS-SUMM-LINE TO STMT-RPT-DATA
               WRITE STMT-RPT-DATA
               PERFORM 7200-CHECK-STMT-WRITE
                  THRU 7200-CHECK-STMT-WRITE-END

           END-IF.

           DISPLAY "***** END STATEMENT PRODUCTION *****".
           DISPLAY "   WITH ACTIVITY     : " WS-NO-STMT-ACTIVE.
           DISPLAY "   CLOSED THIS CYCLE : " WS-NO-STMT-CLOSED.
           DISPLAY "   DO NOT PROVE      : " WS-NO-STMT-NO-PROVE.
           DISPLAY "   NO MAILING ADDRESS: " WS-NO-STMT-NO-ADDR.
           DISPLAY '*************************************************'.

           CLOSE ACCT-BEF.
           CLOSE ACCT-CUR.
           CLOSE STMT-RPT.

           IF WS-HOLDS-PRESENT
               CLOSE HOLD-FILE
           END-IF.

           IF WS-XREF-PRESENT
               CLOSE ACCT-XREF
           END-IF.

           IF WS-CUST-PRESENT
               CLOSE CUST-MAST
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
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
           MOVE 'JMCCOB04' TO BCL-STEP-ID.

      *    THE NIGHT'S BUSINESS DATE IS THE ONE ON CYCLDATE - THE
      *    CYCLE THAT WROTE THE REGISTER AND GENERATION READ HERE
           MOVE SPACE TO BCL-BUS-DATE.

           MOVE ZERO TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** JMCCOB04 REFUSED - " BCL-MESSAGE
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
