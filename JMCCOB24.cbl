      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB24.
       AUTHOR.        JEAN M C.
      *>  - CUSTOMER RELATIONSHIP REPORT. EVERY CUSTOMER ON THE
      *>    CUSTOMER MASTER (CUSTMAST) WITH EVERY ACCOUNT THE
      *>    CROSS-REFERENCE (ACCTXREF) TIES TO THEM, EACH ACCOUNT'S
      *>    BALANCE AND LIMIT FROM THE KEYED VSAM MASTER, AND PER
      *>    CUSTOMER THE COMBINED BALANCE AND THE OVERDRAFT EXPOSURE
      *>    (WHAT THE CUSTOMER'S OVERDRAWN ACCOUNTS OWE BETWEEN THEM -
      *>    A CREDIT ON ONE ACCOUNT IS NOT NETTED AGAINST ANOTHER)
      *>  - RUN AFTER THE JMCCOB05 LOAD, LIKE THE OTHER READERS OF
      *>    THE VSAM MASTER
      *>  - THE CROSS-REFERENCE IS SORTED INTO CUSTOMER ORDER AND
      *>    MATCHED AGAINST THE CUSTOMER MASTER. A LINK NAMING A
      *>    CUSTOMER WHO IS NOT ON FILE, OR AN ACCOUNT THAT IS NOT ON
      *>    THE MASTER, IS FLAGGED AND SETS RETURN-CODE 4. THE VSAM
      *>    MASTER IS THEN WALKED FOR ACCOUNTS NO CUSTOMER HOLDS YET
      *>  - THE REPORT IS RELRPT
      *>  - SYSIN, THE PARM CARD (MAY BE BLANK):
      *>      COLS  1-8   RUN DATE CCYYMMDD FOR THE HEADING
      *>                  (DEFAULT: TODAY)
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-VSAM ASSIGN TO ACCTVSAM
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    VSAM-ACCT-NO
            FILE STATUS IS WS-F01-FS.

           SELECT OPTIONAL CUST-MAST ASSIGN TO CUSTMAST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CUST-FD-KEY
            FILE STATUS IS WS-F02-FS.

           SELECT OPTIONAL ACCT-XREF ASSIGN TO ACCTXREF
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    XREF-FD-KEY
            FILE STATUS IS WS-F03-FS.

           SELECT REL-RPT ASSIGN TO RELRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

           SELECT SORT-WORK ASSIGN TO SORTWK.

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

       FD  REL-RPT RECORDING MODE F.
       01  REL-RPT-DATA                 PIC X(132).

      * SORT RECORD - ONE CROSS-REFERENCE LINK, IN CUSTOMER ORDER
       SD  SORT-WORK.
       01  SRT-REC.
           05  SRT-CUST-NO              PIC X(08).
           05  SRT-ACCT-NO              PIC X(07).
           05  SRT-LINK-DATE            PIC X(08).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-CUSTOMERS              PIC 9(8).
           05 WS-NO-CUST-NO-ACCT           PIC 9(8).
           05 WS-NO-LINKS                  PIC 9(8).
           05 WS-NO-ORPHAN-LINKS           PIC 9(8).
           05 WS-NO-ACCT-MISSING           PIC 9(8).
           05 WS-NO-ACCT-READ              PIC 9(8).
           05 WS-NO-UNLINKED               PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).

       01 WS-CUST-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-CUST-EOF               VALUE 'TRUE'.
          88 WS-CUST-NOT-EOF           VALUE 'FALSE'.

       01 WS-XREF-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-XREF-EOF               VALUE 'TRUE'.
          88 WS-XREF-NOT-EOF           VALUE 'FALSE'.

       01 WS-SORTED-END-OF-FILE        PIC X(5) VALUE 'FALSE'.
          88 WS-SORTED-EOF             VALUE 'TRUE'.
          88 WS-SORTED-NOT-EOF         VALUE 'FALSE'.

       01 WS-VSAM-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-VSAM-EOF               VALUE 'TRUE'.
          88 WS-VSAM-NOT-EOF           VALUE 'FALSE'.

       01  WS-REC-F01.
           COPY ACCTREC.

       01  WS-REC-CUST.
           COPY CUSTREC.

       01  WS-REC-XREF.
           COPY XREFREC.

       01  WS-REC-SORTED.
           05  SRTD-CUST-NO             PIC X(08).
           05  SRTD-ACCT-NO             PIC X(07).
           05  SRTD-LINK-DATE           PIC X(08).

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

       01 WS-RUN-DATE                  PIC X(8) VALUE SPACE.

      * PARM CARD
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(72).

      * THE CUSTOMER WHOSE ACCOUNTS ARE BEING LISTED, AND THEIR
      * RUNNING FIGURES. THE EXPOSURE IS CARRIED POSITIVE
       01  WS-BREAK-CUST-NO              PIC X(08) VALUE SPACE.
       01  WS-CUST-ACCT-CNT              PIC 9(04) VALUE ZERO.
       01  WS-CUST-BALANCE               PIC S9(13)V99 VALUE ZERO.
       01  WS-CUST-EXPOSURE              PIC 9(13)V99 VALUE ZERO.
       01  WS-CUST-LIMITS                PIC 9(13)V99 VALUE ZERO.

      * RUN-WIDE FIGURES OVER EVERY LINKED ACCOUNT FOUND
       01  WS-TOTAL-BALANCE              PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-EXPOSURE             PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-LIMITS               PIC 9(13)V99 VALUE ZERO.

      * REPORT PRINT LINES
       01  WS-REL-HEAD1.
           05  FILLER                    PIC X(44)
               VALUE '****** CUSTOMER RELATIONSHIP REPORT - DATE '.
           05  RELH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(73) VALUE SPACE.

       01  WS-REL-HEAD2.
           05  FILLER                    PIC X(04) VALUE SPACE.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(22) VALUE 'TITLE'.
           05  FILLER                    PIC X(17)
               VALUE '         BALANCE'.
           05  FILLER                    PIC X(17)
               VALUE '           LIMIT'.
           05  FILLER                    PIC X(10) VALUE 'LINKED'.
           05  FILLER                    PIC X(30) VALUE 'NOTE'.
           05  FILLER                    PIC X(23) VALUE SPACE.

       01  WS-CUST-LINE.
           05  FILLER                    PIC X(09) VALUE 'CUSTOMER '.
           05  CUSL-CUST-NO              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CUSL-FULL-NAME            PIC X(40).
           05  FILLER                    PIC X(06) VALUE '  DOB '.
           05  CUSL-DATE-OF-BIRTH        PIC X(08).
           05  FILLER                    PIC X(09) VALUE '  TAX ID '.
           05  CUSL-TAX-ID               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CUSL-NOTE                 PIC X(36).

       01  WS-ACCT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACE.
           05  ACCL-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ACCL-TITLE                PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ACCL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ACCL-LIMIT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ACCL-LINK-DATE            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  ACCL-NOTE                 PIC X(30).
           05  FILLER                    PIC X(23) VALUE SPACE.

       01  WS-CUST-TOTAL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACE.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNTS '.
           05  CUSTT-ACCT-CNT            PIC ZZZ9.
           05  FILLER                    PIC X(20)
               VALUE '  COMBINED BALANCE '.
           05  CUSTT-BALANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(22)
               VALUE '  OVERDRAFT EXPOSURE '.
           05  CUSTT-EXPOSURE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(18)
               VALUE '  LIMITS GRANTED '.
           05  CUSTT-LIMITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACE.

       01  WS-UNLINK-HEAD1.
           05  FILLER                    PIC X(50)
               VALUE '------ ACCOUNTS NOT LINKED TO A CUSTOMER ------'.
           05  FILLER                    PIC X(82) VALUE SPACE.

       01  WS-REL-TOTAL-LINE.
           05  RELT-TEXT                 PIC X(35).
           05  RELT-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  RELT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(69) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

      *    THE LINKS COME OFF THE CROSS-REFERENCE IN ACCOUNT ORDER -
      *    THE SORT TURNS THEM INTO CUSTOMER ORDER FOR THE MATCH
      *    AGAINST THE CUSTOMER MASTER
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CUST-NO
                                SRT-ACCT-NO
               INPUT PROCEDURE IS 1100-RELEASE-LINKS
                              THRU 1100-RELEASE-LINKS-END
               OUTPUT PROCEDURE IS 2000-REPORT-CUSTOMERS
                              THRU 2000-REPORT-CUSTOMERS-END.

           IF SORT-RETURN NOT = ZERO
      D        DISPLAY "ERROR IN LINK SORT: " SORT-RETURN
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

           PERFORM 3000-LIST-UNLINKED
              THRU 3000-LIST-UNLINKED-END.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** CUSTOMER RELATIONSHIP REPORT *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

           IF PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

           OPEN INPUT ACCT-VSAM.

           IF WS-F01-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE ACCT-VSAM: " WS-F01-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *    05 ON EITHER OPTIONAL FILE MEANS NOTHING IS ON IT YET
           OPEN INPUT CUST-MAST.

           IF WS-F02-FS = "00" OR WS-F02-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE CUST-MAST: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT ACCT-XREF.

           IF WS-F03-FS = "00" OR WS-F03-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE ACCT-XREF: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT REL-RPT.

           IF WS-F04-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE REL-RPT: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-RUN-DATE TO RELH-RUN-DATE.

           WRITE REL-RPT-DATA FROM WS-REL-HEAD1.
           WRITE REL-RPT-DATA FROM WS-REL-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       1100-RELEASE-LINKS.
      *-------------------

           SET WS-XREF-NOT-EOF TO TRUE.

           MOVE LOW-VALUES TO XREF-FD-KEY.

           START ACCT-XREF KEY NOT < XREF-FD-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START.

           IF WS-F03-FS NOT = '00'
               SET WS-XREF-EOF TO TRUE
           END-IF.

           PERFORM 1150-RELEASE-ONE-LINK
              THRU 1150-RELEASE-ONE-LINK-END
               UNTIL WS-XREF-EOF.

      *-------------------
       1100-RELEASE-LINKS-END.
      *-------------------
           EXIT.

      *-------------------
       1150-RELEASE-ONE-LINK.
      *-------------------

           READ ACCT-XREF NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-XREF-EOF
               GO TO 1150-RELEASE-ONE-LINK-END

             WHEN WS-F03-FS = '00'
               MOVE ACCT-XREF-REC TO WS-REC-XREF
               ADD 1 TO WS-NO-LINKS

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-XREF !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           MOVE XREF-CUST-NO    TO SRT-CUST-NO.
           MOVE XREF-ACCT-NO    TO SRT-ACCT-NO.
           MOVE XREF-LINK-DATE  TO SRT-LINK-DATE.

           RELEASE SRT-REC.

      *-------------------
       1150-RELEASE-ONE-LINK-END.
      *-------------------
           EXIT.

      *-------------------
       2000-REPORT-CUSTOMERS.
      *-------------------

      *    CUSTOMER MASTER AND SORTED LINKS, BOTH IN CUSTOMER ORDER.
      *    A CUSTOMER WITH NO LINK IS LISTED WITH NO ACCOUNTS; A LINK
      *    WHOSE CUSTOMER IS NOT ON FILE IS LISTED UNDER A FLAGGED
      *    HEADING OF ITS OWN

           SET WS-CUST-NOT-EOF TO TRUE.
           SET WS-SORTED-NOT-EOF TO TRUE.

           MOVE LOW-VALUES TO CUST-FD-KEY.

           START CUST-MAST KEY NOT < CUST-FD-KEY
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START.

           IF WS-F02-FS NOT = '00'
               SET WS-CUST-EOF TO TRUE
           END-IF.

           PERFORM 8200-READ-CUSTOMER
              THRU 8200-READ-CUSTOMER-END.

           PERFORM 8300-RETURN-LINK
              THRU 8300-RETURN-LINK-END.

           PERFORM 2100-MATCH-CUSTOMER
              THRU 2100-MATCH-CUSTOMER-END
               UNTIL WS-CUST-EOF AND WS-SORTED-EOF.

      *-------------------
       2000-REPORT-CUSTOMERS-END.
      *-------------------
           EXIT.

      *-------------------
       2100-MATCH-CUSTOMER.
      *-------------------

           MOVE SPACES TO REL-RPT-DATA.
           WRITE REL-RPT-DATA.

           MOVE SPACE TO CUSL-CUST-NO.
           MOVE SPACE TO CUSL-FULL-NAME.
           MOVE SPACE TO CUSL-DATE-OF-BIRTH.
           MOVE SPACE TO CUSL-TAX-ID.
           MOVE SPACE TO CUSL-NOTE.

           MOVE ZERO TO WS-CUST-ACCT-CNT.
           MOVE ZERO TO WS-CUST-BALANCE.
           MOVE ZERO TO WS-CUST-EXPOSURE.
           MOVE ZERO TO WS-CUST-LIMITS.

           EVALUATE TRUE

      *      A LINK TO A CUSTOMER NUMBER NOBODY HOLDS - THE SORTED
      *      SIDE IS BEHIND THE CUSTOMER MASTER
             WHEN WS-CUST-EOF
               OR (WS-SORTED-NOT-EOF AND SRTD-CUST-NO < CUST-NO)
               MOVE SRTD-CUST-NO TO WS-BREAK-CUST-NO
               MOVE SRTD-CUST-NO TO CUSL-CUST-NO
               MOVE '** CUSTOMER NOT ON FILE **' TO CUSL-NOTE
               WRITE REL-RPT-DATA FROM WS-CUST-LINE
               PERFORM 8100-CHECK-RPT-WRITE
                  THRU 8100-CHECK-RPT-WRITE-END
               PERFORM 2200-LIST-ACCOUNT
                  THRU 2200-LIST-ACCOUNT-END
                   UNTIL WS-SORTED-EOF
                      OR SRTD-CUST-NO NOT = WS-BREAK-CUST-NO
               ADD WS-CUST-ACCT-CNT TO WS-NO-ORPHAN-LINKS

             WHEN OTHER
               ADD 1 TO WS-NO-CUSTOMERS
               MOVE CUST-NO            TO WS-BREAK-CUST-NO
               MOVE CUST-NO            TO CUSL-CUST-NO
               MOVE CUST-FULL-NAME     TO CUSL-FULL-NAME
               MOVE CUST-DATE-OF-BIRTH TO CUSL-DATE-OF-BIRTH
               MOVE CUST-TAX-ID        TO CUSL-TAX-ID
               IF WS-SORTED-EOF OR SRTD-CUST-NO NOT = CUST-NO
                   ADD 1 TO WS-NO-CUST-NO-ACCT
                   MOVE 'NO ACCOUNTS' TO CUSL-NOTE
               END-IF
               WRITE REL-RPT-DATA FROM WS-CUST-LINE
               PERFORM 8100-CHECK-RPT-WRITE
                  THRU 8100-CHECK-RPT-WRITE-END
               PERFORM 2200-LIST-ACCOUNT
                  THRU 2200-LIST-ACCOUNT-END
                   UNTIL WS-SORTED-EOF
                      OR SRTD-CUST-NO NOT = WS-BREAK-CUST-NO
               PERFORM 8200-READ-CUSTOMER
                  THRU 8200-READ-CUSTOMER-END

           END-EVALUATE.

           IF WS-CUST-ACCT-CNT > ZERO
               PERFORM 2300-CUSTOMER-TOTAL
                  THRU 2300-CUSTOMER-TOTAL-END
           END-IF.

      *-------------------
       2100-MATCH-CUSTOMER-END.
      *-------------------
           EXIT.

      *-------------------
       2200-LIST-ACCOUNT.
      *-------------------

      *    ONE ACCOUNT OF THE CUSTOMER IN HAND, AS IT STANDS ON THE
      *    VSAM MASTER. THE EXPOSURE IS WHAT AN OVERDRAWN ACCOUNT
      *    OWES - THE SAME FIGURE THE AGING RUN (JMCCOB22) BUCKETS

           ADD 1 TO WS-CUST-ACCT-CNT.

           MOVE SPACES          TO WS-ACCT-LINE.
           MOVE SRTD-ACCT-NO    TO ACCL-ACCT-NO.
           MOVE SRTD-LINK-DATE  TO ACCL-LINK-DATE.

           MOVE SRTD-ACCT-NO TO VSAM-ACCT-NO.

           READ ACCT-VSAM
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F01-FS = '00'
               MOVE ACCT-VSAM-REC TO WS-REC-F01
               MOVE F01-CUSTOMER-NAME   TO ACCL-TITLE
               MOVE F01-BALANCE         TO ACCL-BALANCE
               MOVE F01-OVERDRAFT-LIMIT TO ACCL-LIMIT
               ADD F01-BALANCE          TO WS-CUST-BALANCE
               ADD F01-OVERDRAFT-LIMIT  TO WS-CUST-LIMITS
               EVALUATE TRUE
                 WHEN F01-BALANCE < ZERO - F01-OVERDRAFT-LIMIT
                   MOVE 'OVERDRAWN - OVER LIMIT' TO ACCL-NOTE
                 WHEN F01-BALANCE < ZERO
                   MOVE 'OVERDRAWN'              TO ACCL-NOTE
                 WHEN F01-DORMANT
                   MOVE 'DORMANT'                TO ACCL-NOTE
               END-EVALUATE
               IF F01-BALANCE < ZERO
                   SUBTRACT F01-BALANCE FROM WS-CUST-EXPOSURE
               END-IF

             WHEN WS-F01-FS = '23'
               ADD 1 TO WS-NO-ACCT-MISSING
               MOVE '** ACCOUNT NOT ON MASTER'   TO ACCL-NOTE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-VSAM !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           WRITE REL-RPT-DATA FROM WS-ACCT-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           PERFORM 8300-RETURN-LINK
              THRU 8300-RETURN-LINK-END.

      *-------------------
       2200-LIST-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       2300-CUSTOMER-TOTAL.
      *-------------------

           MOVE WS-CUST-ACCT-CNT  TO CUSTT-ACCT-CNT.
           MOVE WS-CUST-BALANCE   TO CUSTT-BALANCE.
           MOVE WS-CUST-EXPOSURE  TO CUSTT-EXPOSURE.
           MOVE WS-CUST-LIMITS    TO CUSTT-LIMITS.

           WRITE REL-RPT-DATA FROM WS-CUST-TOTAL-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           ADD WS-CUST-BALANCE  TO WS-TOTAL-BALANCE.
           ADD WS-CUST-EXPOSURE TO WS-TOTAL-EXPOSURE.
           ADD WS-CUST-LIMITS   TO WS-TOTAL-LIMITS.

      *-------------------
       2300-CUSTOMER-TOTAL-END.
      *-------------------
           EXIT.

      *-------------------
       3000-LIST-UNLINKED.
      *-------------------

      *    EVERY ACCOUNT ON THE MASTER THAT NO CUSTOMER HOLDS - AN
      *    ACCOUNT FROM BEFORE THE CUSTOMER FILE, WAITING FOR ITS
      *    LNK CARD

           MOVE SPACES TO REL-RPT-DATA.
           WRITE REL-RPT-DATA.
           WRITE REL-RPT-DATA FROM WS-UNLINK-HEAD1.
           WRITE REL-RPT-DATA FROM WS-REL-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           SET WS-VSAM-NOT-EOF TO TRUE.

           MOVE LOW-VALUES TO VSAM-ACCT-NO.

           START ACCT-VSAM KEY NOT < VSAM-ACCT-NO
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.

           IF WS-F01-FS NOT = '00'
               SET WS-VSAM-EOF TO TRUE
           END-IF.

           PERFORM 3100-CHECK-ONE-ACCOUNT
              THRU 3100-CHECK-ONE-ACCOUNT-END
               UNTIL WS-VSAM-EOF.

      *-------------------
       3000-LIST-UNLINKED-END.
      *-------------------
           EXIT.

      *-------------------
       3100-CHECK-ONE-ACCOUNT.
      *-------------------

           READ ACCT-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-VSAM-EOF
               GO TO 3100-CHECK-ONE-ACCOUNT-END

             WHEN WS-F01-FS = '00'
               MOVE ACCT-VSAM-REC TO WS-REC-F01
               ADD 1 TO WS-NO-ACCT-READ

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-VSAM !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           MOVE F01-ACCT-NO TO XREF-FD-KEY.

           READ ACCT-XREF
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-F03-FS = '00'
               GO TO 3100-CHECK-ONE-ACCOUNT-END

      *      AN ABSENT CROSS-REFERENCE LEAVES EVERY ACCOUNT UNLINKED
             WHEN WS-F03-FS = '23' OR WS-F03-FS = '35'
               CONTINUE

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-XREF !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

           ADD 1 TO WS-NO-UNLINKED.

           MOVE SPACES              TO WS-ACCT-LINE.
           MOVE F01-ACCT-NO         TO ACCL-ACCT-NO.
           MOVE F01-CUSTOMER-NAME   TO ACCL-TITLE.
           MOVE F01-BALANCE         TO ACCL-BALANCE.
           MOVE F01-OVERDRAFT-LIMIT TO ACCL-LIMIT.
           MOVE 'NOT LINKED'        TO ACCL-NOTE.

           WRITE REL-RPT-DATA FROM WS-ACCT-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       3100-CHECK-ONE-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F04-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE REL-RPT !!!: " WS-F04-FS
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

      *    NEXT CUSTOMER IN KEY ORDER - HIGH-VALUES ONCE THE FILE IS
      *    DONE, SO NO LINK EVER MATCHES PAST THE END

           IF WS-CUST-EOF
               MOVE HIGH-VALUES TO CUST-NO
               GO TO 8200-READ-CUSTOMER-END
           END-IF.

           READ CUST-MAST NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-CUST-EOF
               MOVE HIGH-VALUES TO CUST-NO

             WHEN WS-F02-FS = '00'
               MOVE CUST-MAST-REC TO WS-REC-CUST

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
       8300-RETURN-LINK.
      *-------------------

           RETURN SORT-WORK INTO WS-REC-SORTED
               AT END
                   SET WS-SORTED-EOF TO TRUE
                   MOVE HIGH-VALUES TO SRTD-CUST-NO
           END-RETURN.

      *-------------------
       8300-RETURN-LINK-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F04-FS = '00'
               MOVE SPACES TO REL-RPT-DATA
               WRITE REL-RPT-DATA

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'CUSTOMERS ON FILE                  ' TO RELT-TEXT
               MOVE WS-NO-CUSTOMERS TO RELT-COUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'CUSTOMERS WITH NO ACCOUNTS         ' TO RELT-TEXT
               MOVE WS-NO-CUST-NO-ACCT TO RELT-COUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'ACCOUNT LINKS / COMBINED BALANCE   ' TO RELT-TEXT
               MOVE WS-NO-LINKS TO RELT-COUNT
               MOVE WS-TOTAL-BALANCE TO RELT-AMOUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'OVERDRAFT EXPOSURE                 ' TO RELT-TEXT
               MOVE WS-TOTAL-EXPOSURE TO RELT-AMOUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'OVERDRAFT LIMITS GRANTED           ' TO RELT-TEXT
               MOVE WS-TOTAL-LIMITS TO RELT-AMOUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'LINKS TO A CUSTOMER NOT ON FILE    ' TO RELT-TEXT
               MOVE WS-NO-ORPHAN-LINKS TO RELT-COUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'LINKS TO AN ACCOUNT NOT ON MASTER  ' TO RELT-TEXT
               MOVE WS-NO-ACCT-MISSING TO RELT-COUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE

               MOVE SPACES TO WS-REL-TOTAL-LINE
               MOVE 'ACCOUNTS NOT LINKED TO A CUSTOMER  ' TO RELT-TEXT
               MOVE WS-NO-UNLINKED TO RELT-COUNT
               WRITE REL-RPT-DATA FROM WS-REL-TOTAL-LINE
           END-IF.

           CLOSE ACCT-VSAM.
           CLOSE CUST-MAST.
           CLOSE ACCT-XREF.
           CLOSE REL-RPT.

           DISPLAY "***** END CUSTOMER RELATIONSHIP REPORT *****".
           DISPLAY '*************************************************'.
           DISPLAY "NO CUSTOMERS         : " WS-NO-CUSTOMERS.
           DISPLAY "NO CUST NO ACCOUNTS  : " WS-NO-CUST-NO-ACCT.
           DISPLAY "NO ACCOUNT LINKS     : " WS-NO-LINKS.
           DISPLAY "NO ORPHAN LINKS      : " WS-NO-ORPHAN-LINKS.
           DISPLAY "NO LINKED ACCT MISSNG: " WS-NO-ACCT-MISSING.
           DISPLAY "NO ACCOUNTS ON MASTER: " WS-NO-ACCT-READ.
           DISPLAY "NO ACCOUNTS UNLINKED : " WS-NO-UNLINKED.
           DISPLAY '*************************************************'.

      *    A LINK THAT LEADS NOWHERE NEEDS A HUMAN - RC 4 PUTS THE
      *    REPORT IN FRONT OF ONE WITHOUT FAILING THE JOB
           IF WS-NO-ORPHAN-LINKS > ZERO OR WS-NO-ACCT-MISSING > ZERO
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
