      *>    DATE + TXN-SEQ-NO) THAT JMCCOB06'S DATE-RANGE INQUIRY
      *>    READS, THEN PURGES EVERYTHING OLDER THAN THE RETENTION
      *>    PERIOD
      *>  - AN 'R' REVERSAL ROW IS ROLLED IN AS THE REVERSAL HALF OF
      *>    ITS PAIR, NAMING THE ROW IT BACKS OUT - JMCCOB02 HAS
      *>    ALREADY MARKED THAT ROW REVERSED
      *>  - THE POSTING CLASS AND INTEREST PERIOD GO ACROSS WITH EVERY
      *>    ROW, SO INTEREST STAYS IDENTIFIABLE ON HISTORY FOR THE
      *>    YEAR-END TAX REPORTING (JMCCOB25)
      *>  - RERUN-SAFE: A ROW ALREADY ROLLED FOR THIS POSTING DATE
      *>    COMES BACK WITH A DUPLICATE-KEY STATUS AND IS COUNTED,
      *>    NOT DOUBLED
      *>      COLS  1-8   POSTING DATE CCYYMMDD (DEFAULT: CURRENT) -
      *>                  THE CYCLE'S BUSINESS DATE
      *>      COLS 10-14  RETENTION IN DAYS (DEFAULT 730)
      *>  - RECORDS ITS RUN ON THE BATCH-CONTROL LEDGER (JMCCOB20)
      *>    UNDER THE POSTING DATE, AND IS REFUSED WITH RETURN-CODE 12
      *>    UNLESS JMCCOB02 ENDED CLEAN FOR THAT DATE, OR WHEN IT HAS
      *>    ALREADY RUN FOR IT
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       01  WS-CUTOFF-DATE-N              PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-DATE                PIC X(08) VALUE SPACE.

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
               MOVE WS-TODAY-DATE TO WS-POST-DATE
           END-IF.

      *    THE LEDGER IS ASKED BEFORE A SINGLE FILE IS OPENED
           PERFORM 9600-BEGIN-STEP
              THRU 9600-BEGIN-STEP-END.

           IF PARM-RETENTION IS NUMERIC
               MOVE PARM-RETENTION TO WS-RETENTION-DAYS
               DISPLAY "***** RETENTION SET TO " WS-RETENTION-DAYS
               MOVE TXN-SEQ-NO      TO TXNH-SEQ-NO
               MOVE TXN-MVT-TYPE    TO TXNH-MVT-TYPE
               MOVE TXN-MVT-AMOUNT  TO TXNH-MVT-AMOUNT
               MOVE TXN-POST-CLASS  TO TXNH-POST-CLASS
               MOVE TXN-INT-PERIOD  TO TXNH-INT-PERIOD

               IF TXN-MVT-TYPE = 'R'
                   SET TXNH-IS-REVERSAL    TO TRUE
                   MOVE TXN-ACCT-NO        TO TXNH-PAIR-ACCT-NO
                   MOVE TXN-REV-POST-DATE  TO TXNH-PAIR-POST-DATE
                   MOVE TXN-REV-SEQ-NO     TO TXNH-PAIR-SEQ-NO
               END-IF

               WRITE TXN-HIST-REC FROM WS-REC-TXNH
                   INVALID KEY
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
           MOVE 'JMCCOB14' TO BCL-STEP-ID.
           MOVE WS-POST-DATE TO BCL-BUS-DATE.
           MOVE ZERO TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** JMCCOB14 REFUSED - " BCL-MESSAGE
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
