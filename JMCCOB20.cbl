      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB20.
       AUTHOR.        JEAN M C.
      *>  - STEP-CONTROL MODULE FOR THE NIGHTLY STREAM - CALLED, NOT
      *>    RUN AS A JOB STEP. KEEPS THE BATCH-CONTROL LEDGER
      *>    (BATCTL, LAYOUT BCTLREC): ONE RECORD PER BUSINESS DATE
      *>    PER STEP WITH ITS START, END AND RETURN CODE
      *>  - EVERY STEP OF THE STREAM (COPYBOOK BCTLSTRM) CALLS IT
      *>    TWICE, PASSING THE CALL AREA BCTLLINK:
      *>      'B' BEFORE IT OPENS A SINGLE FILE - FOR A GUARDED STEP
      *>          THE CALL REFUSES (BCL-RESULT NOT 'G') WHEN THE
      *>          STEP ALREADY ENDED CLEAN FOR THE BUSINESS DATE, OR
      *>          ITS PREREQUISITE HAS NOT; OTHERWISE THE START IS
      *>          RECORDED AND THE STEP GOES AHEAD
      *>      'E' AS ITS LAST ACT, WITH ITS RETURN CODE ('A' FROM
      *>          ITS ABEND ROUTE) - THE END IS RECORDED
      *>  - CLEAN MEANS ENDED WITH RETURN-CODE 4 OR LESS. A STEP THAT
      *>    FAILED, ABENDED OR WAS REFUSED MAY BE RUN AGAIN FOR THE
      *>    SAME DATE; ONE THAT ENDED CLEAN MAY NOT
      *>  - A BLANK BUSINESS DATE ON THE CALL IS TAKEN FROM CYCLDATE,
      *>    THE DATE OF THE LAST CLEAN NIGHTLY MATCH - SO A STEP THAT
      *>    READS THE NIGHT'S REGISTER OR GENERATION IS HELD TO THE
      *>    NIGHT THAT PRODUCED THEM
      *>  - THE CALLER OWNS THE RETURN CODE AND THE SYSOUT MESSAGE;
      *>    THIS MODULE ONLY ANSWERS IN BCL-RESULT AND BCL-MESSAGE
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  OPTIONAL SO THE VERY FIRST STEP EVER RUN CREATES IT
           SELECT OPTIONAL BATCH-CTL ASSIGN TO BATCTL
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    BCTL-FD-KEY
            FILE STATUS IS WS-F01-FS.

      *>  THE BUSINESS DATE OF THE LAST CLEAN CYCLE - WRITTEN ONLY
      *>  BY JMCCOB02
           SELECT OPTIONAL CYCL-DATE ASSIGN TO CYCLDATE
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

       FD  CYCL-DATE.
       01  CYCL-DATE-DATA               PIC X(08).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).

       01  WS-REC-BCTL.
           COPY BCTLREC.

      * THE PREREQUISITE STEP'S RECORD, READ BESIDE THE STEP'S OWN
       01  WS-REC-PREREQ.
           COPY BCTLREC.

       01  WS-STREAM.
           COPY BCTLSTRM.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 WS-TODAY-TIME  PIC X(6).
           05 FILLER         PIC X(7).

       01  WS-STRM-IX                    PIC 9(02) VALUE ZERO.
       01  WS-STEP-IX                    PIC 9(02) VALUE ZERO.

       01  WS-LEDGER-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-LEDGER-OPEN             VALUE 'Y'.
           88  WS-LEDGER-NOT-OPEN         VALUE 'N'.

       01  WS-STEP-REC-SW                PIC X(01) VALUE 'N'.
           88  WS-STEP-REC-FOUND          VALUE 'Y'.
           88  WS-STEP-REC-NOT-FOUND      VALUE 'N'.

       01  WS-PREREQ-STATE               PIC X(16) VALUE SPACE.
       01  WS-DISPLAY-RC                 PIC ZZZ9.

      *------------------
       LINKAGE SECTION.
      *------------------
       01  BCL-CALL-AREA.
           COPY BCTLLINK.

      *------------------
       PROCEDURE DIVISION USING BCL-CALL-AREA.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           IF BCL-GO

               EVALUATE TRUE
                 WHEN BCL-BEGIN-STEP
                   PERFORM 2000-BEGIN-STEP
                      THRU 2000-BEGIN-STEP-END
                 WHEN BCL-END-STEP OR BCL-ABEND-STEP
                   PERFORM 3000-END-STEP
                      THRU 3000-END-STEP-END
                 WHEN OTHER
                   SET BCL-CTL-ERROR TO TRUE
                   MOVE 'STEP-CONTROL CALLED WITH AN UNKNOWN FUNCTION'
                     TO BCL-MESSAGE
               END-EVALUATE

           END-IF.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           GOBACK.

      *-------------------
       1000-INIT.
      *-------------------

      *    WORKING-STORAGE OUTLIVES A CALL - EVERYTHING THE LAST CALL
      *    LEFT BEHIND IS CLEARED FIRST

           MOVE SPACE TO WS-FILE-STATUS.
           SET WS-LEDGER-NOT-OPEN TO TRUE.
           SET WS-STEP-REC-NOT-FOUND TO TRUE.

           SET BCL-GO TO TRUE.
           MOVE SPACE TO BCL-MESSAGE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           IF BCL-BUS-DATE = SPACE
               PERFORM 1100-READ-CYCLE-DATE
                  THRU 1100-READ-CYCLE-DATE-END
           END-IF.

           IF BCL-BUS-DATE IS NOT NUMERIC
               SET BCL-CTL-ERROR TO TRUE
               MOVE 'NO BUSINESS DATE - NO CLEAN CYCLE ON CYCLDATE'
                 TO BCL-MESSAGE
               GO TO 1000-INIT-END
           END-IF.

      *    A STEP NOT ON THE STREAM TABLE IS RECORDED BUT NEVER
      *    GUARDED - WS-STEP-IX STAYS ZERO
           MOVE ZERO TO WS-STEP-IX.

           PERFORM 1200-FIND-STEP
              THRU 1200-FIND-STEP-END
               VARYING WS-STRM-IX FROM 1 BY 1
               UNTIL WS-STRM-IX > BCTL-STREAM-CNT
                  OR WS-STEP-IX NOT = ZERO.

      *    05 IS THE OPTIONAL FILE BEING CREATED BY THE VERY FIRST
      *    STEP EVER RUN
           OPEN I-O BATCH-CTL.

           IF WS-F01-FS = "00" OR WS-F01-FS = "05"
               SET WS-LEDGER-OPEN TO TRUE
           ELSE
               MOVE 'BATCH-CONTROL LEDGER WILL NOT OPEN - STATUS'
                 TO BCL-MESSAGE
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       1100-READ-CYCLE-DATE.
      *-------------------

           OPEN INPUT CYCL-DATE.

           IF WS-F02-FS = "00"
               READ CYCL-DATE INTO BCL-BUS-DATE
                   AT END
                       CONTINUE
               END-READ
               CLOSE CYCL-DATE
           END-IF.

      *-------------------
       1100-READ-CYCLE-DATE-END.
      *-------------------
           EXIT.

      *-------------------
       1200-FIND-STEP.
      *-------------------

           IF STRM-STEP-ID(WS-STRM-IX) = BCL-STEP-ID
               MOVE WS-STRM-IX TO WS-STEP-IX
           END-IF.

      *-------------------
       1200-FIND-STEP-END.
      *-------------------
           EXIT.

      *-------------------
       2000-BEGIN-STEP.
      *-------------------

           PERFORM 8100-READ-STEP-REC
              THRU 8100-READ-STEP-REC-END.

           PERFORM 2050-CHECK-ORDER
              THRU 2050-CHECK-ORDER-END.

           IF BCL-GO
               PERFORM 2200-RECORD-START
                  THRU 2200-RECORD-START-END
           END-IF.

      *-------------------
       2000-BEGIN-STEP-END.
      *-------------------
           EXIT.

      *-------------------
       2050-CHECK-ORDER.
      *-------------------

      *    A STEP OFF THE STREAM TABLE, OR ONE THAT GUARDS ITSELF, IS
      *    ONLY RECORDED
           IF WS-STEP-IX = ZERO
               GO TO 2050-CHECK-ORDER-END
           END-IF.

           IF NOT STRM-GUARDED(WS-STEP-IX)
               GO TO 2050-CHECK-ORDER-END
           END-IF.

      *    ONCE A STEP HAS ENDED CLEAN FOR THE DATE, RUNNING IT AGAIN
      *    WOULD DOUBLE WHATEVER IT PRODUCES - ITS REFUSAL IS COUNTED
      *    BUT THE CLEAN RECORD ITSELF IS LEFT AS IT WAS
           IF WS-STEP-REC-FOUND
               AND BCTL-ENDED OF WS-REC-BCTL
               AND BCTL-RETURN-CODE OF WS-REC-BCTL NOT > 4
               SET BCL-ALREADY-RUN TO TRUE
               MOVE BCTL-RETURN-CODE OF WS-REC-BCTL TO WS-DISPLAY-RC
               STRING BCL-STEP-ID ' ALREADY ENDED FOR ' BCL-BUS-DATE
                      ' ON ' BCTL-END-DATE OF WS-REC-BCTL
                      ' RC' WS-DISPLAY-RC
                   DELIMITED BY SIZE INTO BCL-MESSAGE
               END-STRING
               SET BCTL-REFUSED-DONE OF WS-REC-BCTL TO TRUE
               ADD 1 TO BCTL-REFUSE-CNT OF WS-REC-BCTL
               PERFORM 8200-PUT-STEP-REC
                  THRU 8200-PUT-STEP-REC-END
               GO TO 2050-CHECK-ORDER-END
           END-IF.

           IF STRM-PREREQ-ID(WS-STEP-IX) NOT = SPACE
               PERFORM 2100-CHECK-PREREQ
                  THRU 2100-CHECK-PREREQ-END
           END-IF.

      *-------------------
       2050-CHECK-ORDER-END.
      *-------------------
           EXIT.

      *-------------------
       2100-CHECK-PREREQ.
      *-------------------

      *    THE PREREQUISITE MUST HAVE ENDED CLEAN FOR THE SAME
      *    BUSINESS DATE - ANYTHING ELSE, INCLUDING NO RECORD AT ALL,
      *    REFUSES THE STEP AND SAYS WHAT THE PREREQUISITE IS DOING

           MOVE BCL-BUS-DATE TO BCTL-BUS-DATE OF WS-REC-PREREQ.
           MOVE STRM-PREREQ-ID(WS-STEP-IX)
                             TO BCTL-STEP-ID OF WS-REC-PREREQ.
           MOVE BCTL-KEY OF WS-REC-PREREQ TO BCTL-FD-KEY.

           READ BATCH-CTL INTO WS-REC-PREREQ
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
             WHEN WS-F01-FS = "23"
               MOVE 'HAS NOT RUN' TO WS-PREREQ-STATE
             WHEN WS-F01-FS NOT = "00"
               MOVE 'BATCH-CONTROL LEDGER READ FAILED - STATUS'
                 TO BCL-MESSAGE
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
             WHEN BCTL-ENDED OF WS-REC-PREREQ
               AND BCTL-RETURN-CODE OF WS-REC-PREREQ NOT > 4
               GO TO 2100-CHECK-PREREQ-END
             WHEN BCTL-STARTED OF WS-REC-PREREQ
               MOVE 'HAS NOT ENDED' TO WS-PREREQ-STATE
             WHEN BCTL-ABENDED OF WS-REC-PREREQ
               MOVE 'ABENDED' TO WS-PREREQ-STATE
             WHEN BCTL-REFUSED OF WS-REC-PREREQ
               MOVE 'WAS REFUSED' TO WS-PREREQ-STATE
             WHEN OTHER
               MOVE BCTL-RETURN-CODE OF WS-REC-PREREQ TO WS-DISPLAY-RC
               STRING 'ENDED RC' WS-DISPLAY-RC
                   DELIMITED BY SIZE INTO WS-PREREQ-STATE
               END-STRING
           END-EVALUATE.

           SET BCL-NOT-READY TO TRUE.
           STRING 'PREREQUISITE ' STRM-PREREQ-ID(WS-STEP-IX)
                  ' ' WS-PREREQ-STATE ' FOR ' BCL-BUS-DATE
               DELIMITED BY SIZE INTO BCL-MESSAGE
           END-STRING.

      *    THE REFUSAL GOES ON THE STEP'S OWN RECORD SO THE STREAM
      *    STATUS REPORT SHOWS THE ATTEMPT. NOTHING CLEAN CAN BE
      *    OVERWRITTEN HERE - A CLEAN STEP WAS REFUSED AS ALREADY RUN
      *    BEFORE THE PREREQUISITE WAS EVER LOOKED AT
           SET BCTL-REFUSED OF WS-REC-BCTL TO TRUE.
           SET BCTL-REFUSED-PREREQ OF WS-REC-BCTL TO TRUE.
           MOVE WS-TODAY-DATE TO BCTL-START-DATE OF WS-REC-BCTL.
           MOVE WS-TODAY-TIME TO BCTL-START-TIME OF WS-REC-BCTL.
           MOVE WS-TODAY-DATE TO BCTL-END-DATE OF WS-REC-BCTL.
           MOVE WS-TODAY-TIME TO BCTL-END-TIME OF WS-REC-BCTL.
           MOVE 12            TO BCTL-RETURN-CODE OF WS-REC-BCTL.
           ADD 1 TO BCTL-REFUSE-CNT OF WS-REC-BCTL.

           PERFORM 8200-PUT-STEP-REC
              THRU 8200-PUT-STEP-REC-END.

      *-------------------
       2100-CHECK-PREREQ-END.
      *-------------------
           EXIT.

      *-------------------
       2200-RECORD-START.
      *-------------------

      *    A RECORD LEFT AT 'S' IS AN ATTEMPT THAT DIED WITHOUT
      *    REACHING ITS OWN END ROUTE - IT PROVES NOTHING, SO IT IS
      *    TREATED AS FAILED AND THE NEW ATTEMPT TAKES ITS PLACE
           IF WS-STEP-REC-FOUND
               AND BCTL-STARTED OF WS-REC-BCTL
               DISPLAY "***** " BCL-STEP-ID " PRIOR ATTEMPT FOR "
                       BCL-BUS-DATE " STARTED "
                       BCTL-START-DATE OF WS-REC-BCTL " "
                       BCTL-START-TIME OF WS-REC-BCTL
                       " AND NEVER ENDED *****"
           END-IF.

           SET BCTL-STARTED OF WS-REC-BCTL TO TRUE.
           MOVE WS-TODAY-DATE TO BCTL-START-DATE OF WS-REC-BCTL.
           MOVE WS-TODAY-TIME TO BCTL-START-TIME OF WS-REC-BCTL.
           MOVE SPACE         TO BCTL-END-DATE OF WS-REC-BCTL.
           MOVE SPACE         TO BCTL-END-TIME OF WS-REC-BCTL.
           MOVE ZERO          TO BCTL-RETURN-CODE OF WS-REC-BCTL.
           ADD 1 TO BCTL-RUN-CNT OF WS-REC-BCTL.

           PERFORM 8200-PUT-STEP-REC
              THRU 8200-PUT-STEP-REC-END.

      *-------------------
       2200-RECORD-START-END.
      *-------------------
           EXIT.

      *-------------------
       3000-END-STEP.
      *-------------------

      *    NO RECORD MEANS THE STEP NEVER MADE ITS 'B' CALL - ITS END
      *    IS STILL RECORDED, WITH THE START TAKEN AS NOW

           PERFORM 8100-READ-STEP-REC
              THRU 8100-READ-STEP-REC-END.

           IF WS-STEP-REC-NOT-FOUND
               MOVE WS-TODAY-DATE TO BCTL-START-DATE OF WS-REC-BCTL
               MOVE WS-TODAY-TIME TO BCTL-START-TIME OF WS-REC-BCTL
               MOVE 1             TO BCTL-RUN-CNT OF WS-REC-BCTL
           END-IF.

           IF BCL-ABEND-STEP
               SET BCTL-ABENDED OF WS-REC-BCTL TO TRUE
           ELSE
               SET BCTL-ENDED OF WS-REC-BCTL TO TRUE
           END-IF.

           MOVE WS-TODAY-DATE TO BCTL-END-DATE OF WS-REC-BCTL.
           MOVE WS-TODAY-TIME TO BCTL-END-TIME OF WS-REC-BCTL.
           MOVE BCL-STEP-RC   TO BCTL-RETURN-CODE OF WS-REC-BCTL.

           PERFORM 8200-PUT-STEP-REC
              THRU 8200-PUT-STEP-REC-END.

      *-------------------
       3000-END-STEP-END.
      *-------------------
           EXIT.

      *-------------------
       8100-READ-STEP-REC.
      *-------------------

           MOVE SPACES TO WS-REC-BCTL.
           INITIALIZE WS-REC-BCTL.
           MOVE BCL-BUS-DATE TO BCTL-BUS-DATE OF WS-REC-BCTL.
           MOVE BCL-STEP-ID  TO BCTL-STEP-ID OF WS-REC-BCTL.
           MOVE BCTL-KEY OF WS-REC-BCTL TO BCTL-FD-KEY.

           READ BATCH-CTL INTO WS-REC-BCTL
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE WS-F01-FS
             WHEN "00"
               SET WS-STEP-REC-FOUND TO TRUE
             WHEN "23"
               SET WS-STEP-REC-NOT-FOUND TO TRUE
             WHEN OTHER
               MOVE 'BATCH-CONTROL LEDGER READ FAILED - STATUS'
                 TO BCL-MESSAGE
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-EVALUATE.

      *-------------------
       8100-READ-STEP-REC-END.
      *-------------------
           EXIT.

      *-------------------
       8200-PUT-STEP-REC.
      *-------------------

           MOVE WS-REC-BCTL TO BATCH-CTL-REC.

           IF WS-STEP-REC-FOUND
               REWRITE BATCH-CTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BATCH-CTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

           IF WS-F01-FS = "00"
               SET WS-STEP-REC-FOUND TO TRUE
           ELSE
               MOVE 'BATCH-CONTROL LEDGER UPDATE FAILED - STATUS'
                 TO BCL-MESSAGE
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8200-PUT-STEP-REC-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-LEDGER-OPEN
               CLOSE BATCH-CTL
               SET WS-LEDGER-NOT-OPEN TO TRUE
           END-IF.

      *-------------------
       9000-END-PROCESS-END.
      *-------------------
           EXIT.

      *-------------------
       9999-ABEND.
      *-------------------

      *    THE LEDGER CANNOT BE TRUSTED TO SAY THE STEP IS IN ORDER -
      *    THE CALLER IS TOLD SO AND DECIDES WHAT THAT MEANS FOR IT

      D    DISPLAY "WE ARE IN ABEND".

           SET BCL-CTL-ERROR TO TRUE.
           MOVE WS-F01-FS TO BCL-MESSAGE(45:2).

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           GOBACK.

      *-------------------
       9999-ABEND-END.
      *-------------------
           EXIT.
