      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB23.
       AUTHOR.        JEAN M C.
      *>  - CUSTOMER INFORMATION FILE MAINTENANCE. RUN EACH DAY AFTER
      *>    THE JMCCOB05 LOAD AND BEFORE THE NIGHTLY MATCH, SO A
      *>    CUSTOMER ADDED TODAY CAN BE NAMED BY TONIGHT'S 'O' OPENS
      *>  - THE ONLY PROGRAM THAT ADDS OR CHANGES A CUSTOMER ON THE
      *>    KEYED CUSTOMER MASTER (CUSTMAST, LAYOUT CUSTREC), AND THE
      *>    ONLY ONE THAT LINKS AN EXISTING ACCOUNT TO A CUSTOMER OR
      *>    MOVES IT TO ANOTHER ON THE CROSS-REFERENCE (ACCTXREF,
      *>    LAYOUT XREFREC). ACCOUNTS OPENED BY THE NIGHTLY MATCH ARE
      *>    LINKED BY THE MATCH ITSELF. AN ACCOUNT CAN ONLY BE LINKED
      *>    IF IT IS ON THE KEYED VSAM MASTER
      *>  - A NAME OR ADDRESS IS KEYED ONCE HERE FOR THE CUSTOMER -
      *>    EVERY ACCOUNT LINKED TO THEM PICKS IT UP
      *>  - THE REPORT (CUSTRPT) LISTS EVERY CARD WITH WHAT WAS DONE
      *>    AND THE VALUE IT REPLACED; RETURN-CODE 4 WHEN ANY CARD
      *>    WAS REJECTED
      *>  - SYSIN, FIRST CARD - THE PARM CARD (MAY BE BLANK):
      *>      COLS  1-8   BUSINESS DATE CCYYMMDD (DEFAULT: TODAY) -
      *>                  STAMPED ON EVERY CHANGE MADE
      *>  - THEN THE MAINTENANCE CARDS ('END' OR A BLANK CARD STOPS
      *>    THE READ):
      *>      COLS  1-3   ACTION:
      *>                  'ADD' ADD A CUSTOMER - VALUE IS THE FULL NAME
      *>                  'NAM' CHANGE THE FULL NAME
      *>                  'AD1' 'AD2' 'AD3' CHANGE AN ADDRESS LINE
      *>                        (AD2/AD3 LEFT BLANK REMOVE THE LINE)
      *>                  'PCD' CHANGE THE POSTCODE
      *>                  'DOB' DATE OF BIRTH CCYYMMDD
      *>                  'TAX' TAX IDENTIFICATION NUMBER
      *>                  'LNK' LINK THE ACCOUNT IN VALUE COLS 1-7 TO
      *>                        THE CUSTOMER (MOVING IT FROM ANY
      *>                        CUSTOMER IT WAS LINKED TO BEFORE)
      *>      COLS  5-12  CUSTOMER NUMBER
      *>      COLS 14-53  VALUE
      *>      COLS 55-62  ID OF THE PERSON MAKING THE CHANGE
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

      *>  BOTH OPTIONAL SO THE VERY FIRST RUN CREATES THEM
           SELECT OPTIONAL CUST-MAST ASSIGN TO CUSTMAST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    CUST-FD-KEY
            FILE STATUS IS WS-F02-FS.

           SELECT OPTIONAL ACCT-XREF ASSIGN TO ACCTXREF
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   RANDOM
            RECORD KEY IS    XREF-FD-KEY
            FILE STATUS IS WS-F03-FS.

           SELECT CUST-RPT ASSIGN TO CUSTRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  ACCT-VSAM.
       01  ACCT-VSAM-REC.
           05  VSAM-ACCT-NO             PIC X(07).
           05  FILLER                   PIC X(73).

       FD  CUST-MAST.
       01  CUST-MAST-REC.
           05  CUST-FD-KEY              PIC X(08).
           05  FILLER                   PIC X(192).

       FD  ACCT-XREF.
       01  ACCT-XREF-REC.
           05  XREF-FD-KEY              PIC X(07).
           05  FILLER                   PIC X(33).

       FD  CUST-RPT RECORDING MODE F.
       01  CUST-RPT-DATA                PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-CARDS                  PIC 9(8).
           05 WS-NO-ADDED                  PIC 9(8).
           05 WS-NO-CHANGED                PIC 9(8).
           05 WS-NO-LINKED                 PIC 9(8).
           05 WS-NO-MOVED                  PIC 9(8).
           05 WS-NO-REJECTED               PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).

       01  WS-REC-F01.
           COPY ACCTREC.

       01  WS-REC-CUST.
           COPY CUSTREC.

       01  WS-REC-XREF.
           COPY XREFREC.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

       01 WS-RUN-DATE                  PIC X(8) VALUE SPACE.

      * PARM CARD - THE FIRST CARD ON SYSIN
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(72).

      * ONE MAINTENANCE CARD AS KEYED
       01  WS-CUST-CARD                  PIC X(80) VALUE SPACE.
       01  WS-CUST-CARD-R REDEFINES WS-CUST-CARD.
           05  CCD-ACTION                PIC X(03).
           05  FILLER                    PIC X(01).
           05  CCD-CUST-NO               PIC X(08).
           05  FILLER                    PIC X(01).
           05  CCD-VALUE                 PIC X(40).
           05  FILLER                    PIC X(01).
           05  CCD-OPER-ID               PIC X(08).
           05  FILLER                    PIC X(18).

      * THE VALUE FIELD OF A CARD IN THE VIEW EACH ACTION USES
       01  WS-CCD-VALUE                  PIC X(40) VALUE SPACE.
       01  WS-CCD-LINK-R REDEFINES WS-CCD-VALUE.
           05  WS-CCD-ACCT-NO            PIC X(07).
           05  FILLER                    PIC X(33).
       01  WS-CCD-DATE-R REDEFINES WS-CCD-VALUE.
           05  WS-CCD-DATE               PIC X(08).
           05  WS-CCD-DATE-N REDEFINES WS-CCD-DATE.
               10  WS-CCD-DATE-CCYY      PIC 9(04).
               10  WS-CCD-DATE-MM        PIC 9(02).
               10  WS-CCD-DATE-DD        PIC 9(02).
           05  WS-CCD-DATE-REST          PIC X(32).

      * A CARD'S VERDICT - SPACE UNTIL IT IS REJECTED
       01  WS-CARD-REASON                PIC X(30) VALUE SPACE.

      * THE VALUE THE CARD REPLACED, PRINTED UNDER ITS DETAIL LINE
       01  WS-OLD-VALUE                  PIC X(40) VALUE SPACE.

      * REPORT PRINT LINES
       01  WS-CUST-HEAD1.
           05  FILLER                    PIC X(48)
               VALUE '****** CUSTOMER FILE MAINTENANCE - BUSINESS DATE'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CUSH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(68) VALUE SPACE.

       01  WS-MAINT-HEAD1.
           05  FILLER                    PIC X(40)
               VALUE '------ CUSTOMER CARDS ------'.
           05  FILLER                    PIC X(92) VALUE SPACE.

       01  WS-MAINT-HEAD2.
           05  FILLER                    PIC X(06) VALUE 'CARD#'.
           05  FILLER                    PIC X(05) VALUE 'ACT'.
           05  FILLER                    PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(10) VALUE 'BY'.
           05  FILLER                    PIC X(10) VALUE 'STATUS'.
           05  FILLER                    PIC X(42) VALUE 'VALUE'.
           05  FILLER                    PIC X(30) VALUE 'REASON'.
           05  FILLER                    PIC X(10) VALUE SPACE.

       01  WS-MAINT-DETAIL.
           05  MNTD-CARD-NO              PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-ACTION               PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-CUST-NO              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-OPER-ID              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-STATUS               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-VALUE                PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  MNTD-REASON               PIC X(30).
           05  FILLER                    PIC X(10) VALUE SPACE.

       01  WS-MAINT-WAS.
           05  FILLER                    PIC X(44) VALUE SPACE.
           05  FILLER                    PIC X(06) VALUE 'WAS:'.
           05  MNTW-OLD-VALUE            PIC X(40).
           05  FILLER                    PIC X(42) VALUE SPACE.

       01  WS-CUST-TOTAL-LINE.
           05  CUST-TOT-TEXT             PIC X(35).
           05  CUST-TOT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                    PIC X(89) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 2000-PROCESS-CARD
              THRU 2000-PROCESS-CARD-END
               UNTIL WS-CUST-CARD = 'END'
                  OR WS-CUST-CARD = SPACE.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** CUSTOMER FILE MAINTENANCE *****".

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
           OPEN I-O CUST-MAST.

           IF WS-F02-FS = "00" OR WS-F02-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE CUST-MAST: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN I-O ACCT-XREF.

           IF WS-F03-FS = "00" OR WS-F03-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE ACCT-XREF: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT CUST-RPT.

           IF WS-F04-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE CUST-RPT: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-RUN-DATE TO CUSH-RUN-DATE.

           WRITE CUST-RPT-DATA FROM WS-CUST-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.
           MOVE SPACES TO CUST-RPT-DATA.
           WRITE CUST-RPT-DATA.
           WRITE CUST-RPT-DATA FROM WS-MAINT-HEAD1.
           WRITE CUST-RPT-DATA FROM WS-MAINT-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *    'END' IS PRESET SO RUNNING OFF THE END OF SYSIN ENDS THE
      *    CARD READ CLEANLY - THE SAME CONVENTION AS JMCCOB06
           MOVE 'END' TO WS-CUST-CARD.
           ACCEPT WS-CUST-CARD FROM SYSIN.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       2000-PROCESS-CARD.
      *-------------------

      *    EACH CARD IS APPLIED AS IT IS READ, SO A CHANGE LATER IN
      *    THE DECK CAN NAME A CUSTOMER ADDED EARLIER IN IT

           ADD 1 TO WS-NO-CARDS.

           MOVE SPACE     TO WS-CARD-REASON.
           MOVE SPACE     TO WS-OLD-VALUE.
           MOVE CCD-VALUE TO WS-CCD-VALUE.

           MOVE SPACES          TO WS-MAINT-DETAIL.
           MOVE WS-NO-CARDS     TO MNTD-CARD-NO.
           MOVE CCD-ACTION      TO MNTD-ACTION.
           MOVE CCD-CUST-NO     TO MNTD-CUST-NO.
           MOVE CCD-OPER-ID     TO MNTD-OPER-ID.
           MOVE CCD-VALUE       TO MNTD-VALUE.

           EVALUATE TRUE

             WHEN CCD-ACTION = 'ADD'
               PERFORM 2100-ADD-CUSTOMER
                  THRU 2100-ADD-CUSTOMER-END

             WHEN CCD-ACTION = 'NAM' OR 'AD1' OR 'AD2' OR 'AD3'
                               OR 'PCD' OR 'DOB' OR 'TAX'
               PERFORM 2200-CHANGE-CUSTOMER
                  THRU 2200-CHANGE-CUSTOMER-END

             WHEN CCD-ACTION = 'LNK'
               MOVE SPACE          TO MNTD-VALUE
               MOVE WS-CCD-ACCT-NO TO MNTD-ACCT-NO
               PERFORM 2300-LINK-ACCOUNT
                  THRU 2300-LINK-ACCOUNT-END

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

           WRITE CUST-RPT-DATA FROM WS-MAINT-DETAIL.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *    THE VALUE A DONE CARD REPLACED IS ITS ONLY RECORD ONCE
      *    THE FILE HAS BEEN CHANGED
           IF WS-CARD-REASON = SPACE AND WS-OLD-VALUE NOT = SPACE
               MOVE WS-OLD-VALUE TO MNTW-OLD-VALUE
               WRITE CUST-RPT-DATA FROM WS-MAINT-WAS
               PERFORM 8100-CHECK-RPT-WRITE
                  THRU 8100-CHECK-RPT-WRITE-END
           END-IF.

           MOVE 'END' TO WS-CUST-CARD.
           ACCEPT WS-CUST-CARD FROM SYSIN.

      *-------------------
       2000-PROCESS-CARD-END.
      *-------------------
           EXIT.

      *-------------------
       2100-ADD-CUSTOMER.
      *-------------------

           EVALUATE TRUE

             WHEN CCD-CUST-NO = SPACE
               MOVE 'NO CUSTOMER NUMBER'    TO WS-CARD-REASON

             WHEN CCD-VALUE = SPACE
               MOVE 'NO CUSTOMER NAME'      TO WS-CARD-REASON

             WHEN CCD-OPER-ID = SPACE
               MOVE 'NO OPERATOR ID'        TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON NOT = SPACE
               GO TO 2100-ADD-CUSTOMER-END
           END-IF.

           PERFORM 8200-READ-CUSTOMER
              THRU 8200-READ-CUSTOMER-END.

           IF WS-F02-FS = '00'
               MOVE 'CUSTOMER ALREADY ON FILE' TO WS-CARD-REASON
               GO TO 2100-ADD-CUSTOMER-END
           END-IF.

      *    THE ADDRESS, DATE OF BIRTH AND TAX ID FOLLOW ON THEIR OWN
      *    CARDS - UNTIL THEN THEY STAND BLANK
           MOVE SPACES          TO WS-REC-CUST.
           MOVE CCD-CUST-NO     TO CUST-NO.
           MOVE CCD-VALUE       TO CUST-FULL-NAME.
           MOVE WS-RUN-DATE     TO CUST-OPEN-DATE.
           MOVE WS-RUN-DATE     TO CUST-MAINT-DATE.
           MOVE CCD-OPER-ID     TO CUST-MAINT-BY.

           WRITE CUST-MAST-REC FROM WS-REC-CUST
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-F02-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE CUST-MAST !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-ADDED.

      *-------------------
       2100-ADD-CUSTOMER-END.
      *-------------------
           EXIT.

      *-------------------
       2200-CHANGE-CUSTOMER.
      *-------------------

           EVALUATE TRUE

             WHEN CCD-CUST-NO = SPACE
               MOVE 'NO CUSTOMER NUMBER'    TO WS-CARD-REASON

             WHEN CCD-VALUE = SPACE
                  AND CCD-ACTION NOT = 'AD2' AND CCD-ACTION NOT = 'AD3'
               MOVE 'NO NEW VALUE'          TO WS-CARD-REASON

             WHEN CCD-ACTION = 'DOB'
                  AND WS-CCD-DATE IS NOT NUMERIC
               MOVE 'BIRTH DATE NOT NUMERIC' TO WS-CARD-REASON

             WHEN CCD-ACTION = 'DOB'
                  AND (WS-CCD-DATE-MM < 01 OR WS-CCD-DATE-MM > 12
                    OR WS-CCD-DATE-DD < 01 OR WS-CCD-DATE-DD > 31
                    OR WS-CCD-DATE-REST NOT = SPACE)
               MOVE 'BIRTH DATE NOT A DATE' TO WS-CARD-REASON

             WHEN CCD-ACTION = 'DOB'
                  AND WS-CCD-DATE > WS-RUN-DATE
               MOVE 'BIRTH DATE IN THE FUTURE' TO WS-CARD-REASON

             WHEN CCD-OPER-ID = SPACE
               MOVE 'NO OPERATOR ID'        TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON NOT = SPACE
               GO TO 2200-CHANGE-CUSTOMER-END
           END-IF.

      *    A VALUE TOO LONG FOR ITS FIELD WOULD BE CUT SHORT WITHOUT
      *    WARNING - THE ADDRESS LINES TAKE 30, THE POSTCODE 10 AND
      *    THE TAX ID 12
           EVALUATE TRUE

             WHEN (CCD-ACTION = 'AD1' OR 'AD2' OR 'AD3')
                  AND CCD-VALUE(31:10) NOT = SPACE
               MOVE 'VALUE LONGER THAN 30'  TO WS-CARD-REASON

             WHEN CCD-ACTION = 'PCD'
                  AND CCD-VALUE(11:30) NOT = SPACE
               MOVE 'VALUE LONGER THAN 10'  TO WS-CARD-REASON

             WHEN CCD-ACTION = 'TAX'
                  AND CCD-VALUE(13:28) NOT = SPACE
               MOVE 'VALUE LONGER THAN 12'  TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON NOT = SPACE
               GO TO 2200-CHANGE-CUSTOMER-END
           END-IF.

           PERFORM 8200-READ-CUSTOMER
              THRU 8200-READ-CUSTOMER-END.

           IF WS-F02-FS NOT = '00'
               MOVE 'CUSTOMER NOT ON FILE'  TO WS-CARD-REASON
               GO TO 2200-CHANGE-CUSTOMER-END
           END-IF.

           EVALUATE CCD-ACTION

             WHEN 'NAM'
               MOVE CUST-FULL-NAME     TO WS-OLD-VALUE
               MOVE CCD-VALUE          TO CUST-FULL-NAME

             WHEN 'AD1'
               MOVE CUST-ADDR-LINE-1   TO WS-OLD-VALUE
               MOVE CCD-VALUE          TO CUST-ADDR-LINE-1

             WHEN 'AD2'
               MOVE CUST-ADDR-LINE-2   TO WS-OLD-VALUE
               MOVE CCD-VALUE          TO CUST-ADDR-LINE-2

             WHEN 'AD3'
               MOVE CUST-ADDR-LINE-3   TO WS-OLD-VALUE
               MOVE CCD-VALUE          TO CUST-ADDR-LINE-3

             WHEN 'PCD'
               MOVE CUST-POSTCODE      TO WS-OLD-VALUE
               MOVE CCD-VALUE          TO CUST-POSTCODE

             WHEN 'DOB'
               MOVE CUST-DATE-OF-BIRTH TO WS-OLD-VALUE
               MOVE WS-CCD-DATE        TO CUST-DATE-OF-BIRTH

             WHEN 'TAX'
               MOVE CUST-TAX-ID        TO WS-OLD-VALUE
               MOVE CCD-VALUE          TO CUST-TAX-ID

           END-EVALUATE.

           MOVE WS-RUN-DATE     TO CUST-MAINT-DATE.
           MOVE CCD-OPER-ID     TO CUST-MAINT-BY.

           REWRITE CUST-MAST-REC FROM WS-REC-CUST
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF WS-F02-FS NOT = '00'
      D        DISPLAY "ERROR REWRITE FILE CUST-MAST !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           ADD 1 TO WS-NO-CHANGED.

      *-------------------
       2200-CHANGE-CUSTOMER-END.
      *-------------------
           EXIT.

      *-------------------
       2300-LINK-ACCOUNT.
      *-------------------

      *    AN ACCOUNT BELONGS TO ONE CUSTOMER AT A TIME - LINKING AN
      *    ACCOUNT THAT IS ALREADY LINKED MOVES IT, AND THE CUSTOMER
      *    IT CAME FROM IS PRINTED AS THE VALUE REPLACED

           EVALUATE TRUE

             WHEN CCD-CUST-NO = SPACE
               MOVE 'NO CUSTOMER NUMBER'    TO WS-CARD-REASON

             WHEN WS-CCD-ACCT-NO = SPACE
               MOVE 'NO ACCOUNT NUMBER'     TO WS-CARD-REASON

             WHEN CCD-OPER-ID = SPACE
               MOVE 'NO OPERATOR ID'        TO WS-CARD-REASON

           END-EVALUATE.

           IF WS-CARD-REASON NOT = SPACE
               GO TO 2300-LINK-ACCOUNT-END
           END-IF.

           PERFORM 8200-READ-CUSTOMER
              THRU 8200-READ-CUSTOMER-END.

           IF WS-F02-FS NOT = '00'
               MOVE 'CUSTOMER NOT ON FILE'  TO WS-CARD-REASON
               GO TO 2300-LINK-ACCOUNT-END
           END-IF.

           PERFORM 8300-READ-ACCOUNT
              THRU 8300-READ-ACCOUNT-END.

           IF WS-F01-FS NOT = '00'
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-CARD-REASON
               GO TO 2300-LINK-ACCOUNT-END
           END-IF.

           MOVE WS-CCD-ACCT-NO TO XREF-FD-KEY.

           READ ACCT-XREF
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F03-FS = '00'
               MOVE ACCT-XREF-REC TO WS-REC-XREF
               IF XREF-CUST-NO = CCD-CUST-NO
                   MOVE 'ALREADY LINKED TO CUSTOMER'
                                             TO WS-CARD-REASON
                   GO TO 2300-LINK-ACCOUNT-END
               END-IF
               MOVE XREF-CUST-NO TO WS-OLD-VALUE

             WHEN WS-F03-FS = '23'
               CONTINUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-XREF !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           MOVE SPACES          TO WS-REC-XREF.
           MOVE WS-CCD-ACCT-NO  TO XREF-ACCT-NO.
           MOVE CCD-CUST-NO     TO XREF-CUST-NO.
           MOVE WS-RUN-DATE     TO XREF-LINK-DATE.
           MOVE CCD-OPER-ID     TO XREF-LINKED-BY.

           IF WS-OLD-VALUE = SPACE
               WRITE ACCT-XREF-REC FROM WS-REC-XREF
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-NO-LINKED
           ELSE
               REWRITE ACCT-XREF-REC FROM WS-REC-XREF
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-NO-MOVED
           END-IF.

           IF WS-F03-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE ACCT-XREF !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       2300-LINK-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F04-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE CUST-RPT !!!: " WS-F04-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-READ-CUSTOMER.
      *-------------------

      *    THE CUSTOMER NAMED IN CCD-CUST-NO - STATUS 23 (NOT THERE)
      *    IS LEFT FOR THE CALLER TO JUDGE

           MOVE CCD-CUST-NO TO CUST-FD-KEY.

           READ CUST-MAST
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F02-FS = '00'
               MOVE CUST-MAST-REC TO WS-REC-CUST

             WHEN WS-F02-FS = '23'
               CONTINUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE CUST-MAST !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       8200-READ-CUSTOMER-END.
      *-------------------
           EXIT.

      *-------------------
       8300-READ-ACCOUNT.
      *-------------------

      *    THE ACCOUNT A LNK CARD NAMES, FROM THE VSAM MASTER -
      *    STATUS 23 (NOT THERE) IS LEFT FOR THE CALLER TO JUDGE

           MOVE WS-CCD-ACCT-NO TO VSAM-ACCT-NO.

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
       8300-READ-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F04-FS = '00'
               MOVE SPACES TO CUST-RPT-DATA
               WRITE CUST-RPT-DATA

               MOVE SPACES TO WS-CUST-TOTAL-LINE
               MOVE 'CUSTOMER CARDS READ                ' TO
                    CUST-TOT-TEXT
               MOVE WS-NO-CARDS TO CUST-TOT-COUNT
               WRITE CUST-RPT-DATA FROM WS-CUST-TOTAL-LINE

               MOVE SPACES TO WS-CUST-TOTAL-LINE
               MOVE 'CUSTOMERS ADDED                    ' TO
                    CUST-TOT-TEXT
               MOVE WS-NO-ADDED TO CUST-TOT-COUNT
               WRITE CUST-RPT-DATA FROM WS-CUST-TOTAL-LINE

               MOVE SPACES TO WS-CUST-TOTAL-LINE
               MOVE 'CUSTOMER DETAILS CHANGED           ' TO
                    CUST-TOT-TEXT
               MOVE WS-NO-CHANGED TO CUST-TOT-COUNT
               WRITE CUST-RPT-DATA FROM WS-CUST-TOTAL-LINE

               MOVE SPACES TO WS-CUST-TOTAL-LINE
               MOVE 'ACCOUNTS LINKED                    ' TO
                    CUST-TOT-TEXT
               MOVE WS-NO-LINKED TO CUST-TOT-COUNT
               WRITE CUST-RPT-DATA FROM WS-CUST-TOTAL-LINE

               MOVE SPACES TO WS-CUST-TOTAL-LINE
               MOVE 'ACCOUNTS MOVED TO ANOTHER CUSTOMER ' TO
                    CUST-TOT-TEXT
               MOVE WS-NO-MOVED TO CUST-TOT-COUNT
               WRITE CUST-RPT-DATA FROM WS-CUST-TOTAL-LINE

               MOVE SPACES TO WS-CUST-TOTAL-LINE
               MOVE 'CARDS REJECTED                     ' TO
                    CUST-TOT-TEXT
               MOVE WS-NO-REJECTED TO CUST-TOT-COUNT
               WRITE CUST-RPT-DATA FROM WS-CUST-TOTAL-LINE
           END-IF.

           CLOSE ACCT-VSAM.
           CLOSE CUST-MAST.
           CLOSE ACCT-XREF.
           CLOSE CUST-RPT.

           DISPLAY "***** END CUSTOMER FILE MAINTENANCE *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO CUSTOMER CARDS    : " WS-NO-CARDS.
           DISPLAY "NO CUSTOMERS ADDED   : " WS-NO-ADDED.
           DISPLAY "NO CUSTOMERS CHANGED : " WS-NO-CHANGED.
           DISPLAY "NO ACCOUNTS LINKED   : " WS-NO-LINKED.
           DISPLAY "NO ACCOUNTS MOVED    : " WS-NO-MOVED.
           DISPLAY "NO CARDS REJECTED    : " WS-NO-REJECTED.
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
