      *>  - PARM CARD (SYSIN, ALL OPTIONAL):
      *>      COLS  1-5   INACTIVITY THRESHOLD IN DAYS (DEFAULT 365)
      *>      COLS  7-14  RUN DATE CCYYMMDD (DEFAULT: CURRENT)
      *>  - RECORDS ITS RUN ON THE BATCH-CONTROL LEDGER (JMCCOB20)
      *>    UNDER THE RUN DATE, AND IS REFUSED WITH RETURN-CODE 12
      *>    UNLESS JMCCOB02 ENDED CLEAN FOR THAT DATE, OR WHEN IT HAS
      *>    ALREADY RUN FOR IT
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           05  DORT-COUNT                PIC ZZZZZZZ9.
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
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

      *    THE LEDGER IS ASKED BEFORE A SINGLE FILE IS OPENED
           PERFORM 9600-BEGIN-STEP
              THRU 9600-BEGIN-STEP-END.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
           COMPUTE WS-RUN-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).

           MOVE 8 TO RETURN-CODE.

           PERFORM 9650-END-STEP
              THRU 9650-END-STEP-END.

           GOBACK.

      *-------------------
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
           MOVE 'JMCCOB11' TO BCL-STEP-ID.
           MOVE WS-RUN-DATE TO BCL-BUS-DATE.
           MOVE ZERO TO BCL-STEP-RC.

           CALL "JMCCOB20" USING WS-BATCH-CTL.

           IF NOT BCL-GO
               DISPLAY "***** JMCCOB11 REFUSED - " BCL-MESSAGE
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
