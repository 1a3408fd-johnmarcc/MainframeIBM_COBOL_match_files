      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB18.
       AUTHOR.        JEAN M C.
      *>  - HOLDS AND EARMARKS MAINTENANCE, AND THE DAILY HOLDS
      *>    REPORT. RUN EACH DAY AFTER THE JMCCOB05 LOAD AND BEFORE
      *>    THE NIGHTLY MATCH, SO TONIGHT'S NSF TEST SEES TODAY'S
      *>    HOLDS
      *>  - THE ONLY PROGRAM THAT PLACES OR RELEASES A HOLD ON THE
      *>    KEYED HOLDS FILE (HOLDFILE, LAYOUT HOLDREC). EACH CARD IS
      *>    CHECKED AGAINST THE KEYED VSAM MASTER - A HOLD CANNOT BE
      *>    PLACED ON AN ACCOUNT THE BANK DOES NOT HOLD
      *>  - AFTER THE CARDS, THE WHOLE HOLDS FILE IS WALKED: A HOLD
      *>    PAST ITS EXPIRY DATE IS PURGED, A HOLD PLACED FOR A LATER
      *>    DATE IS LISTED AS NOT YET ACTIVE, AND EVERY ACTIVE HOLD
      *>    IS LISTED WITH, PER ACCOUNT, THE LEDGER BALANCE, THE
      *>    TOTAL HELD AND THE FUNDS LEFT AVAILABLE TO A DEBIT
      *>    (BALANCE PLUS OVERDRAFT LIMIT LESS HOLDS)
      *>  - THE REPORT (HOLDRPT) ALSO LISTS EVERY CARD WITH WHAT WAS
      *>    DONE; RETURN-CODE 4 WHEN ANY CARD WAS REJECTED
      *>  - SYSIN, FIRST CARD - THE PARM CARD (MAY BE BLANK):
      *>      COLS  1-8   BUSINESS DATE CCYYMMDD (DEFAULT: TODAY) -
      *>                  THE DATE HOLDS ARE PLACED, EXPIRED AND
      *>                  JUDGED ACTIVE ON
      *>  - THEN THE HOLD CARDS ('END' OR A BLANK CARD STOPS THE
      *>    READ):
      *>      COLS  1-3   ACTION: 'PLC' PLACE A HOLD, 'REL' RELEASE
      *>                  ONE
      *>      COLS  5-11  ACCOUNT NUMBER
      *>      COLS 13-23  PLC: AMOUNT 999999999V99 (POSITIVE)
      *>                  REL: HOLD NUMBER 999 IN COLS 13-15
      *>      COLS 25-26  PLC: REASON GA GARNISHMENT, LH LEGAL HOLD,
      *>                  UC UNCOLLECTED FUNDS, OT OTHER
      *>      COLS 28-35  PLC: EXPIRY DATE CCYYMMDD - THE LAST DAY
      *>                  THE HOLD STANDS (BLANK: UNTIL RELEASED)
      *>      COLS 37-44  ID OF THE PERSON PLACING OR RELEASING
      *>      COLS 46-75  PLC: REASON TEXT
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-VSAM ASSIGN TO ACCTVSAM
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    VSAM-ACCT-NO
            FILE STATUS IS WS-F01-FS.

      *>  OPTIONAL SO THE VERY FIRST RUN CREATES IT
           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    HOLD-FD-KEY
            FILE STATUS IS WS-F02-FS.

           SELECT HOLD-RPT ASSIGN TO HOLDRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F03-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  ACCT-VSAM.
       01  ACCT-VSAM-REC.
           05  VSAM-ACCT-NO             PIC X(07).
           05  FILLER                   PIC X(73).

       FD  HOLD-FILE.
       01  HOLD-FILE-REC.
           05  HOLD-FD-KEY              PIC X(10).
           05  FILLER                   PIC X(90).

       FD  HOLD-RPT RECORDING MODE F.
       01  HOLD-RPT-DATA                PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-CARDS                  PIC 9(8).
           05 WS-NO-PLACED                 PIC 9(8).
           05 WS-NO-RELEASED               PIC 9(8).
           05 WS-NO-REJECTED               PIC 9(8).
           05 WS-NO-HOLD-READ              PIC 9(8).
           05 WS-NO-ACTIVE                 PIC 9(8).
           05 WS-NO-FUTURE                 PIC 9(8).
           05 WS-NO-EXPIRED                PIC 9(8).
           05 WS-NO-ACCT-HELD              PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).

       01 WS-HOLD-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-HOLD-EOF               VALUE 'TRUE'.
          88 WS-HOLD-NOT-EOF           VALUE 'FALSE'.

       01  WS-REC-F01.
           COPY ACCTREC.

       01  WS-REC-HOLD.
           COPY HOLDREC.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

       01 WS-RUN-DATE                  PIC X(8) VALUE SPACE.

      * PARM CARD - THE FIRST CARD ON SYSIN
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(72).

      * ONE HOLD CARD AS KEYED
       01  WS-HOLD-CARD                  PIC X(80) VALUE SPACE.
       01  WS-HOLD-CARD-R REDEFINES WS-HOLD-CARD.
           05  HCD-ACTION                PIC X(03).
           05  FILLER                    PIC X(01).
           05  HCD-ACCT-NO               PIC X(07).
           05  FILLER                    PIC X(01).
           05  HCD-VALUE                 PIC X(11).
           05  FILLER                    PIC X(01).
           05  HCD-REASON-CODE           PIC X(02).
           05  FILLER                    PIC X(01).
           05  HCD-EXPIRY-DATE           PIC X(08).
           05  FILLER                    PIC X(01).
           05  HCD-OPER-ID               PIC X(08).
           05  FILLER                    PIC X(01).
           05  HCD-REASON-TEXT           PIC X(30).
           05  FILLER                    PIC X(05).

      * THE VALUE FIELD OF A CARD IN THE VIEW EACH ACTION USES
       01  WS-HCD-VALUE                  PIC X(11) VALUE SPACE.
       01  WS-HCD-AMOUNT REDEFINES WS-HCD-VALUE
                                         PIC 9(09)V99.
       01  WS-HCD-SEQ-R REDEFINES WS-HCD-VALUE.
           05  WS-HCD-SEQ-NO             PIC 9(03).
           05  FILLER                    PIC X(08).

      * A CARD'S VERDICT - SPACE UNTIL IT IS REJECTED
       01  WS-CARD-REASON                PIC X(30) VALUE SPACE.

      * HIGHEST HOLD NUMBER ALREADY USED ON THE ACCOUNT
       01  WS-MAX-SEQ-NO                 PIC 9(03) VALUE ZERO.
       01  WS-SEQ-SCAN-SW                PIC X(01) VALUE 'N'.
           88  WS-SEQ-SCAN-DONE           VALUE 'Y'.
           88  WS-SEQ-SCAN-NOT-DONE       VALUE 'N'.

      * ACCOUNT BREAK ON THE HOLDS WALK
       01  WS-BREAK-ACCT-NO              PIC X(07) VALUE LOW-VALUE.
       01  WS-ACCT-HELD                  PIC 9(11)V99 VALUE ZERO.
       01  WS-ACCT-ACTIVE-CNT            PIC 9(03) VALUE ZERO.
       01  WS-AVAILABLE                  PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-HELD                 PIC 9(11)V99 VALUE ZERO.

      * REPORT PRINT LINES
       01  WS-HOLD-HEAD1.
           05  FILLER                    PIC X(43)
               VALUE '****** HOLDS AND EARMARKS - BUSINESS DATE '.
           05  HLDH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(74) VALUE SPACE.

       01  WS-MAINT-HEAD1.
           05  FILLER                    PIC X(40)
               VALUE '------ HOLD CARDS ------'.
           05  FILLER                    PIC X(92) VALUE SPACE.

       01  WS-MAINT-HEAD2.
           05  FILLER                    PIC X(06) VALUE 'CARD#'.
           05  FILLER                    PIC X(05) VALUE 'ACT'.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(06) VALUE 'HOLD'.
           05  FILLER                    PIC X(17)
               VALUE '          AMOUNT'.
           05  FILLER                    PIC X(05) VALUE 'RSN'.
           05  FILLER                    PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                    PIC X(10) VALUE 'BY'.
           05  FILLER                    PIC X(10) VALUE 'STATUS'.
           05  FILLER                    PIC X(30) VALUE 'REASON'.
           05  FILLER                    PIC X(24) VALUE SPACE.

       01  WS-MAINT-DETAIL.
           05  MNTD-CARD-NO              PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-ACTION               PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-SEQ-NO               PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  MNTD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  MNTD-REASON-CODE          PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  MNTD-EXPIRY-DATE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-OPER-ID              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-STATUS               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-REASON               PIC X(30).
           05  FILLER                    PIC X(24) VALUE SPACE.

       01  WS-LIST-HEAD1.
           05  FILLER                    PIC X(40)
               VALUE '------ HOLDS ON FILE ------'.
           05  FILLER                    PIC X(92) VALUE SPACE.

       01  WS-LIST-HEAD2.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(06) VALUE 'HOLD'.
           05  FILLER                    PIC X(05) VALUE 'RSN'.
           05  FILLER                    PIC X(17)
               VALUE '          AMOUNT'.
           05  FILLER                    PIC X(10) VALUE 'PLACED'.
           05  FILLER                    PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                    PIC X(10) VALUE 'BY'.
           05  FILLER                    PIC X(16) VALUE 'STATUS'.
           05  FILLER                    PIC X(30) VALUE 'REASON'.
           05  FILLER                    PIC X(19) VALUE SPACE.

       01  WS-LIST-DETAIL.
           05  LSTD-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  LSTD-SEQ-NO               PIC 9(03).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  LSTD-REASON-CODE          PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  LSTD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACE.
           05  LSTD-PLACED-DATE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  LSTD-EXPIRY-DATE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  LSTD-PLACED-BY            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  LSTD-STATUS               PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  LSTD-REASON-TEXT          PIC X(30).
           05  FILLER                    PIC X(19) VALUE SPACE.

       01  WS-ACCT-TOTAL-LINE.
           05  FILLER                    PIC X(09) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE 'BALANCE'.
           05  ACTT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(08) VALUE '  LIMIT'.
           05  ACTT-LIMIT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(07) VALUE '  HELD'.
           05  ACTT-HELD                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(12) VALUE '  AVAILABLE'.
           05  ACTT-AVAILABLE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ACTT-NOTE                 PIC X(24).

       01  WS-HOLD-TOTAL-LINE.
           05  HLDT-TEXT                 PIC X(35).
           05  HLDT-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  HLDT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(72) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-PROCESS-CARD
              THRU 2000-PROCESS-CARD-END
               UNTIL WS-HOLD-CARD = 'END'
                  OR WS-HOLD-CARD = SPACE.

           PERFORM 3000-REVIEW-HOLDS
              THRU 3000-REVIEW-HOLDS-END.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** HOLDS AND EARMARKS MAINTENANCE *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

           IF PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
               DISPLAY "***** BUSINESS DATE SET TO " WS-RUN-DATE
                       " BY PARM CARD *****"
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

           OPEN INPUT ACCT-VSAM.

           IF WS-F01-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ACCT-VSAM: " WS-F01-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *    05 IS THE OPTIONAL FILE BEING CREATED BY THE VERY FIRST RUN
           OPEN I-O HOLD-FILE.

           IF WS-F02-FS = "00" OR WS-F02-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE HOLD-FILE: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT HOLD-RPT.

           IF WS-F03-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE HOLD-RPT: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-RUN-DATE TO HLDH-RUN-DATE.

           WRITE HOLD-RPT-DATA FROM WS-HOLD-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           MOVE SPACES TO HOLD-RPT-DATA.
           WRITE HOLD-RPT-DATA.
           WRITE HOLD-RPT-DATA FROM WS-MAINT-HEAD1.
           WRITE HOLD-RPT-DATA FROM WS-MAINT-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *    'END' IS PRESET SO RUNNING OFF THE END OF SYSIN ENDS THE
      *    CARD READ CLEANLY - THE SAME CONVENTION AS JMCCOB06
           MOVE 'END' TO WS-HOLD-CARD.
           ACCEPT WS-HOLD-CARD FROM SYSIN.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       2000-PROCESS-CARD.
      *-------------------

      *    EACH CARD IS APPLIED AS IT IS READ, SO A RELEASE LATER IN
      *    THE DECK CAN NAME A HOLD PLACED EARLIER IN IT

           ADD 1 TO WS-NO-CARDS.

           MOVE SPACE     TO WS-CARD-REASON.
           MOVE HCD-VALUE TO WS-HCD-VALUE.

           MOVE SPACES          TO WS-MAINT-DETAIL.
           MOVE WS-NO-CARDS     TO MNTD-CARD-NO.
           MOVE HCD-ACTION      TO MNTD-ACTION.
           MOVE HCD-ACCT-NO     TO MNTD-ACCT-NO.
           MOVE HCD-OPER-ID     TO MNTD-OPER-ID.

           EVALUATE TRUE

             WHEN HCD-ACTION = 'PLC'
               PERFORM 2100-PLACE-HOLD
                  THRU 2100-PLACE-HOLD-END

             WHEN HCD-ACTION = 'REL'
               PERFORM 2200-RELEASE-HOLD
                  THRU 2200-RELEASE-HOLD-END

             WHEN OTHER
               MOVE 'UNKNOWN ACTION' TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON = SPACE
               MOVE 'DONE'     TO MNTD-STATUS
           ELSE
               ADD 1 TO WS-NO-REJECTED
               MOVE 'REJECTED' TO MNTD-STATUS
               MOVE WS-CARD-REASON TO MNTD-REASON
           END-IF.

           WRITE HOLD-RPT-DATA FROM WS-MAINT-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           MOVE 'END' TO WS-HOLD-CARD.
           ACCEPT WS-HOLD-CARD FROM SYSIN.

      *-------------------
       2000-PROCESS-CARD-END.
      *-------------------
           EXIT.

      *-------------------
       2100-PLACE-HOLD.
      *-------------------

           MOVE HCD-REASON-CODE TO MNTD-REASON-CODE.
           MOVE HCD-EXPIRY-DATE TO MNTD-EXPIRY-DATE.

           IF WS-HCD-AMOUNT IS NUMERIC
               MOVE WS-HCD-AMOUNT TO MNTD-AMOUNT
           END-IF.

           MOVE HCD-REASON-CODE TO HOLD-REASON-CODE.
           MOVE HCD-EXPIRY-DATE TO HOLD-EXPIRY-DATE.

           EVALUATE TRUE

             WHEN HCD-ACCT-NO = SPACE
               MOVE 'NO ACCOUNT NUMBER'     TO WS-CARD-REASON

             WHEN WS-HCD-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC'    TO WS-CARD-REASON

             WHEN WS-HCD-AMOUNT = ZERO
               MOVE 'AMOUNT IS ZERO'        TO WS-CARD-REASON

             WHEN NOT HOLD-REASON-VALID
               MOVE 'UNKNOWN REASON CODE'   TO WS-CARD-REASON

             WHEN NOT HOLD-NO-EXPIRY
                  AND HCD-EXPIRY-DATE IS NOT NUMERIC
               MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-CARD-REASON

             WHEN NOT HOLD-NO-EXPIRY
                  AND HCD-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXPIRY DATE ALREADY PAST' TO WS-CARD-REASON

             WHEN HCD-OPER-ID = SPACE
               MOVE 'NO OPERATOR ID'        TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON NOT = SPACE
               GO TO 2100-PLACE-HOLD-END
           END-IF.

           PERFORM 8200-READ-ACCOUNT
              THRU 8200-READ-ACCOUNT-END.

           IF WS-F01-FS NOT = '00'
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-CARD-REASON
               GO TO 2100-PLACE-HOLD-END
           END-IF.

           PERFORM 2150-FIND-LAST-SEQ
              THRU 2150-FIND-LAST-SEQ-END.

           IF WS-MAX-SEQ-NO = 999
               MOVE 'ACCOUNT HAS 999 HOLDS' TO WS-CARD-REASON
               GO TO 2100-PLACE-HOLD-END
           END-IF.

           MOVE SPACES           TO WS-REC-HOLD.
           MOVE HCD-ACCT-NO      TO HOLD-ACCT-NO.
           ADD 1 WS-MAX-SEQ-NO GIVING HOLD-SEQ-NO.
           MOVE WS-HCD-AMOUNT    TO HOLD-AMOUNT.
           MOVE HCD-REASON-CODE  TO HOLD-REASON-CODE.
           MOVE HCD-REASON-TEXT  TO HOLD-REASON-TEXT.
           MOVE WS-RUN-DATE      TO HOLD-PLACED-DATE.
           MOVE HCD-EXPIRY-DATE  TO HOLD-EXPIRY-DATE.
           MOVE HCD-OPER-ID      TO HOLD-PLACED-BY.

           WRITE HOLD-FILE-REC FROM WS-REC-HOLD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-F02-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE HOLD-FILE !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-PLACED.
           MOVE HOLD-SEQ-NO TO MNTD-SEQ-NO.

      *-------------------
       2100-PLACE-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       2150-FIND-LAST-SEQ.
      *-------------------

      *    HOLD NUMBERS RUN UP FROM 001 WITHIN THE ACCOUNT AND ARE
      *    NEVER RE-USED WHILE A HIGHER ONE STANDS

           MOVE ZERO TO WS-MAX-SEQ-NO.
           SET WS-SEQ-SCAN-NOT-DONE TO TRUE.

           MOVE HCD-ACCT-NO TO HOLD-ACCT-NO.
           MOVE ZERO        TO HOLD-SEQ-NO.
           MOVE HOLD-KEY    TO HOLD-FD-KEY.

           START HOLD-FILE KEY NOT < HOLD-FD-KEY
               INVALID KEY
                   SET WS-SEQ-SCAN-DONE TO TRUE
           END-START.

           IF WS-F02-FS NOT = '00'
               SET WS-SEQ-SCAN-DONE TO TRUE
           END-IF.

           PERFORM 2160-READ-ACCT-HOLD
              THRU 2160-READ-ACCT-HOLD-END
               UNTIL WS-SEQ-SCAN-DONE.

      *-------------------
       2150-FIND-LAST-SEQ-END.
      *-------------------
           EXIT.

      *-------------------
       2160-READ-ACCT-HOLD.
      *-------------------

           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-SEQ-SCAN-DONE TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-SEQ-SCAN-DONE
               CONTINUE

             WHEN WS-F02-FS = '00'
               MOVE HOLD-FILE-REC TO WS-REC-HOLD
               IF HOLD-ACCT-NO NOT = HCD-ACCT-NO
                   SET WS-SEQ-SCAN-DONE TO TRUE
               ELSE
                   MOVE HOLD-SEQ-NO TO WS-MAX-SEQ-NO
               END-IF

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE HOLD-FILE !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       2160-READ-ACCT-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       2200-RELEASE-HOLD.
      *-------------------

           MOVE WS-HCD-VALUE(1:3) TO MNTD-SEQ-NO.

           EVALUATE TRUE

             WHEN HCD-ACCT-NO = SPACE
               MOVE 'NO ACCOUNT NUMBER'     TO WS-CARD-REASON

             WHEN WS-HCD-SEQ-NO IS NOT NUMERIC
               MOVE 'HOLD NUMBER NOT NUMERIC' TO WS-CARD-REASON

             WHEN HCD-OPER-ID = SPACE
               MOVE 'NO OPERATOR ID'        TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON NOT = SPACE
               GO TO 2200-RELEASE-HOLD-END
           END-IF.

           MOVE HCD-ACCT-NO   TO HOLD-ACCT-NO.
           MOVE WS-HCD-SEQ-NO TO HOLD-SEQ-NO.
           MOVE HOLD-KEY      TO HOLD-FD-KEY.

           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F02-FS = '00'
               MOVE HOLD-FILE-REC TO WS-REC-HOLD

             WHEN WS-F02-FS = '23'
               MOVE 'NO SUCH HOLD ON ACCOUNT' TO WS-CARD-REASON
               GO TO 2200-RELEASE-HOLD-END

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE HOLD-FILE !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *    THE RELEASED HOLD IS PRINTED IN FULL - THE REPORT IS ITS
      *    ONLY RECORD ONCE IT IS OFF THE FILE
           MOVE HOLD-AMOUNT      TO MNTD-AMOUNT.
           MOVE HOLD-REASON-CODE TO MNTD-REASON-CODE.
           MOVE HOLD-EXPIRY-DATE TO MNTD-EXPIRY-DATE.
           MOVE HOLD-REASON-TEXT TO MNTD-REASON.

           DELETE HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

           IF WS-F02-FS NOT = '00'
      D        DISPLAY "ERROR DELETE FILE HOLD-FILE !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-RELEASED.

      *-------------------
       2200-RELEASE-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       3000-REVIEW-HOLDS.
      *-------------------

      *    THE WHOLE FILE, IN ACCOUNT ORDER

           MOVE SPACES TO HOLD-RPT-DATA.
           WRITE HOLD-RPT-DATA.
           WRITE HOLD-RPT-DATA FROM WS-LIST-HEAD1.
           WRITE HOLD-RPT-DATA FROM WS-LIST-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           SET WS-HOLD-NOT-EOF TO TRUE.

           MOVE LOW-VALUES TO HOLD-FD-KEY.

           START HOLD-FILE KEY NOT < HOLD-FD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.

           IF WS-F02-FS NOT = '00'
               SET WS-HOLD-EOF TO TRUE
           END-IF.

           PERFORM 3100-REVIEW-ONE-HOLD
              THRU 3100-REVIEW-ONE-HOLD-END
               UNTIL WS-HOLD-EOF.

           PERFORM 3200-ACCOUNT-TOTAL
              THRU 3200-ACCOUNT-TOTAL-END.

      *-------------------
       3000-REVIEW-HOLDS-END.
      *-------------------
           EXIT.

      *-------------------
       3100-REVIEW-ONE-HOLD.
      *-------------------

           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-HOLD-EOF
               GO TO 3100-REVIEW-ONE-HOLD-END

             WHEN WS-F02-FS = '00'
               MOVE HOLD-FILE-REC TO WS-REC-HOLD
               ADD 1 TO WS-NO-HOLD-READ

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE HOLD-FILE !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           IF HOLD-ACCT-NO NOT = WS-BREAK-ACCT-NO
               PERFORM 3200-ACCOUNT-TOTAL
                  THRU 3200-ACCOUNT-TOTAL-END
               MOVE HOLD-ACCT-NO TO WS-BREAK-ACCT-NO
           END-IF.

           MOVE SPACES           TO WS-LIST-DETAIL.
           MOVE HOLD-ACCT-NO     TO LSTD-ACCT-NO.
           MOVE HOLD-SEQ-NO      TO LSTD-SEQ-NO.
           MOVE HOLD-REASON-CODE TO LSTD-REASON-CODE.
           MOVE HOLD-AMOUNT      TO LSTD-AMOUNT.
           MOVE HOLD-PLACED-DATE TO LSTD-PLACED-DATE.
           MOVE HOLD-EXPIRY-DATE TO LSTD-EXPIRY-DATE.
           MOVE HOLD-PLACED-BY   TO LSTD-PLACED-BY.
           MOVE HOLD-REASON-TEXT TO LSTD-REASON-TEXT.

      *    THE SAME ACTIVE TEST EVERY READER OF THE FILE APPLIES. A
      *    HOLD WHOSE LAST DAY HAS PASSED NO LONGER RESTRAINS THE
      *    ACCOUNT AND COMES OFF THE FILE HERE
           EVALUATE TRUE

             WHEN NOT HOLD-NO-EXPIRY
                  AND HOLD-EXPIRY-DATE < WS-RUN-DATE
               DELETE HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-F02-FS NOT = '00'
      D            DISPLAY "ERROR DELETE FILE HOLD-FILE !!!: "
      D                    WS-F02-FS
                   PERFORM 9999-ABEND
                       THRU 9999-ABEND-END
               END-IF
               ADD 1 TO WS-NO-EXPIRED
               MOVE 'EXPIRED-PURGED' TO LSTD-STATUS

             WHEN HOLD-PLACED-DATE > WS-RUN-DATE
               ADD 1 TO WS-NO-FUTURE
               MOVE 'NOT YET ACTIVE' TO LSTD-STATUS

             WHEN OTHER
               ADD 1 TO WS-NO-ACTIVE
               ADD 1 TO WS-ACCT-ACTIVE-CNT
               ADD HOLD-AMOUNT TO WS-ACCT-HELD
               ADD HOLD-AMOUNT TO WS-TOTAL-HELD
               MOVE 'ACTIVE'         TO LSTD-STATUS

           END-EVALUATE.

           WRITE HOLD-RPT-DATA FROM WS-LIST-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       3100-REVIEW-ONE-HOLD-END.
      *-------------------
           EXIT.

      *-------------------
       3200-ACCOUNT-TOTAL.
      *-------------------

      *    WHAT THE ACTIVE HOLDS LEAVE THE ACCOUNT TO DRAW ON - ONLY
      *    FOR AN ACCOUNT THAT HAS ANY

           IF WS-ACCT-ACTIVE-CNT = ZERO
               GO TO 3200-ACCOUNT-TOTAL-END
           END-IF.

           ADD 1 TO WS-NO-ACCT-HELD.

           MOVE ZERO          TO ACTT-BALANCE.
           MOVE ZERO          TO ACTT-LIMIT.
           MOVE ZERO          TO ACTT-AVAILABLE.
           MOVE SPACE         TO ACTT-NOTE.
           MOVE WS-ACCT-HELD  TO ACTT-HELD.

           MOVE WS-BREAK-ACCT-NO TO HCD-ACCT-NO.

           PERFORM 8200-READ-ACCOUNT
              THRU 8200-READ-ACCOUNT-END.

           IF WS-F01-FS = '00'
               COMPUTE WS-AVAILABLE =
                     F01-BALANCE + F01-OVERDRAFT-LIMIT - WS-ACCT-HELD
               MOVE F01-BALANCE         TO ACTT-BALANCE
               MOVE F01-OVERDRAFT-LIMIT TO ACTT-LIMIT
               MOVE WS-AVAILABLE        TO ACTT-AVAILABLE
               IF WS-AVAILABLE < ZERO
                   MOVE '** HOLDS EXCEED FUNDS **' TO ACTT-NOTE
               END-IF
           ELSE
               MOVE '** ACCOUNT NOT ON MASTER' TO ACTT-NOTE
           END-IF.

           WRITE HOLD-RPT-DATA FROM WS-ACCT-TOTAL-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           MOVE ZERO TO WS-ACCT-HELD.
           MOVE ZERO TO WS-ACCT-ACTIVE-CNT.

      *-------------------
       3200-ACCOUNT-TOTAL-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F03-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE HOLD-RPT !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-READ-ACCOUNT.
      *-------------------

      *    THE ACCOUNT NAMED IN HCD-ACCT-NO, FROM THE VSAM MASTER -
      *    STATUS 23 (NOT THERE) IS LEFT FOR THE CALLER TO JUDGE

           MOVE HCD-ACCT-NO TO VSAM-ACCT-NO.

           READ ACCT-VSAM
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F01-FS = '00'
               MOVE ACCT-VSAM-REC TO WS-REC-F01

             WHEN WS-F01-FS = '23'
               CONTINUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-VSAM !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       8200-READ-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F03-FS = '00'
               MOVE SPACES TO HOLD-RPT-DATA
               WRITE HOLD-RPT-DATA

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'HOLD CARDS READ                    ' TO HLDT-TEXT
               MOVE WS-NO-CARDS TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'HOLDS PLACED                       ' TO HLDT-TEXT
               MOVE WS-NO-PLACED TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'HOLDS RELEASED                     ' TO HLDT-TEXT
               MOVE WS-NO-RELEASED TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'CARDS REJECTED                     ' TO HLDT-TEXT
               MOVE WS-NO-REJECTED TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'HOLDS EXPIRED AND PURGED           ' TO HLDT-TEXT
               MOVE WS-NO-EXPIRED TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'HOLDS NOT YET ACTIVE               ' TO HLDT-TEXT
               MOVE WS-NO-FUTURE TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'HOLDS ACTIVE / TOTAL HELD          ' TO HLDT-TEXT
               MOVE WS-NO-ACTIVE TO HLDT-COUNT
               MOVE WS-TOTAL-HELD TO HLDT-AMOUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE

               MOVE SPACES TO WS-HOLD-TOTAL-LINE
               MOVE 'ACCOUNTS WITH FUNDS HELD           ' TO HLDT-TEXT
               MOVE WS-NO-ACCT-HELD TO HLDT-COUNT
               WRITE HOLD-RPT-DATA FROM WS-HOLD-TOTAL-LINE
           END-IF.

           CLOSE ACCT-VSAM.
           CLOSE HOLD-FILE.
           CLOSE HOLD-RPT.

           DISPLAY "***** END HOLDS AND EARMARKS MAINTENANCE *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO HOLD CARDS        : " WS-NO-CARDS.
           DISPLAY "NO HOLDS PLACED      : " WS-NO-PLACED.
           DISPLAY "NO HOLDS RELEASED    : " WS-NO-RELEASED.
           DISPLAY "NO CARDS REJECTED    : " WS-NO-REJECTED.
           DISPLAY "NO HOLDS ON FILE     : " WS-NO-HOLD-READ.
           DISPLAY "NO HOLDS EXPIRED     : " WS-NO-EXPIRED.
           DISPLAY "NO HOLDS NOT YET DUE : " WS-NO-FUTURE.
           DISPLAY "NO HOLDS ACTIVE      : " WS-NO-ACTIVE.
           DISPLAY '*************************************************'.

      *    A REJECTED CARD NEEDS A HUMAN - RC 4 PUTS THE REPORT IN
      *    FRONT OF ONE WITHOUT FAILING THE JOB
           IF WS-NO-REJECTED > ZERO
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
