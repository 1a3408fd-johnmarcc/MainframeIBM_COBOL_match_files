      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JMCCOB25.
       AUTHOR.        JEAN M C.
      *>  - YEAR-END INTEREST TAX REPORTING, RUN ONCE THE LAST
      *>    MONTH-END OF THE TAX YEAR HAS POSTED AND BEEN ROLLED INTO
      *>    HISTORY
      *>  - WALKS THE KEYED HISTORY FILE (TXNHIST) FRONT TO BACK AND
      *>    TOTALS, PER ACCOUNT, THE INTEREST EARNED (JMCCOB09 'C'
      *>    POSTINGS) AND THE INTEREST CHARGED (JMCCOB09 'D'
      *>    POSTINGS) FOR THE TAX YEAR. AN INTEREST ROW IS KNOWN BY
      *>    ITS POSTING CLASS 'I' AND BELONGS TO THE YEAR OF ITS
      *>    'INTEREST CCYYMM' PERIOD - THE MONTH THE INTEREST WAS
      *>    GENERATED FOR - NOT THE NIGHT IT HAPPENED TO POST. A
      *>    REVERSAL OF AN INTEREST ROW CARRIES THAT ROW'S CLASS AND
      *>    PERIOD AND NETS IT OFF
      *>  - EACH ACCOUNT WITH INTEREST LEFT AFTER REVERSALS GOES ON
      *>    THE REGULATORY EXTRACT (TAXEXT) IN THE TAX AUTHORITY'S
      *>    FIXED LAYOUT, WITH THE HOLDER'S NAME, ADDRESS, DATE OF
      *>    BIRTH AND TAX ID FROM THE CUSTOMER MASTER (CUSTMAST) VIA
      *>    THE CROSS-REFERENCE (ACCTXREF):
      *>      TXH  HEADER (TAX YEAR, RUN DATE)
      *>      TXD  ONE PER ACCOUNT
      *>      TXT  TRAILER: RECORD COUNT AND THE TWO YEAR TOTALS
      *>    AN ACCOUNT WITH NO HOLDER, OR A HOLDER WITH NO TAX ID, IS
      *>    STILL EXTRACTED (FLAGGED), LISTED ON THE CONTROL REPORT
      *>    AND SETS RETURN-CODE 4
      *>  - THE CONTROL REPORT (TAXRPT) TIES THE YEAR BACK TO THE
      *>    MONTH-END INTEREST REPORTS. INTRPTS IS THE TWELVE MONTHS'
      *>    INTRPT PRINT FILES FROM JMCCOB09, CONCATENATED IN ANY
      *>    ORDER - EACH IS KNOWN BY THE PERIOD IN ITS HEADING, AND
      *>    REPORTS FOR OTHER YEARS ARE SKIPPED. PER MONTH, SEPARATELY
      *>    FOR EARNED AND CHARGED: THE INTRPT TOTAL, WHAT POSTED TO
      *>    HISTORY, THE DIFFERENCE, WHAT WAS REVERSED AND THE NET
      *>    REPORTED. A MONTH WITH NO INTRPT, MORE THAN ONE, OR A
      *>    DIFFERENCE (A GENERATED POSTING THAT WAS REJECTED OR IS
      *>    STILL ON SUSPENSE) IS NOTED AND SETS RETURN-CODE 4
      *>  - READ ONLY - NOTHING IT READS IS CHANGED
      *>  - PARM CARD (SYSIN, ALL OPTIONAL):
      *>      COLS  1-4   TAX YEAR CCYY (DEFAULT: LAST YEAR)
      *>      COLS  6-13  RUN DATE CCYYMMDD (DEFAULT: CURRENT)
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-HIST ASSIGN TO TXNHIST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    HIST-KEY
            FILE STATUS IS WS-F01-FS.

           SELECT OPTIONAL ACCT-XREF ASSIGN TO ACCTXREF
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    XREF-FD-KEY
            FILE STATUS IS WS-F02-FS.

           SELECT OPTIONAL CUST-MAST ASSIGN TO CUSTMAST
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CUST-FD-KEY
            FILE STATUS IS WS-F03-FS.

      *>  OPTIONAL SO A YEAR WITH NO MONTH-END REPORTS TO HAND STILL
      *>  PRODUCES THE EXTRACT - EVERY MONTH THEN SHOWS AS MISSING
           SELECT OPTIONAL INT-RPTS ASSIGN TO INTRPTS
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F04-FS.

           SELECT TAX-EXT  ASSIGN TO TAXEXT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F05-FS.

           SELECT TAX-RPT  ASSIGN TO TAXRPT
            ORGANIZATION IS  SEQUENTIAL
            FILE STATUS IS WS-F06-FS.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  TXN-HIST.
       01  TXN-HIST-REC.
           05  HIST-KEY                 PIC X(20).
           05  FILLER                   PIC X(60).

       FD  ACCT-XREF.
       01  ACCT-XREF-REC.
           05  XREF-FD-KEY              PIC X(07).
           05  FILLER                   PIC X(33).

       FD  CUST-MAST.
       01  CUST-MAST-REC.
           05  CUST-FD-KEY              PIC X(08).
           05  FILLER                   PIC X(192).

       FD  INT-RPTS RECORDING MODE F.
       01  INT-RPTS-DATA                PIC X(132).

       FD  TAX-EXT RECORDING MODE F.
       01  TAX-EXT-DATA                 PIC X(250).

       FD  TAX-RPT RECORDING MODE F.
       01  TAX-RPT-DATA                 PIC X(132).

      *-------------------------
       WORKING-STORAGE SECTION.
      *-------------------------
       01 WS-COUNTERS.
           05 WS-NO-READ-HIST              PIC 9(8).
           05 WS-NO-INT-ROWS               PIC 9(8).
           05 WS-NO-INT-OTHER-YEAR         PIC 9(8).
           05 WS-NO-INT-REVERSAL           PIC 9(8).
           05 WS-NO-NETTED-NIL             PIC 9(8).
           05 WS-NO-TAX-REC                PIC 9(8).
           05 WS-NO-NO-HOLDER              PIC 9(8).
           05 WS-NO-NO-TAX-ID              PIC 9(8).
           05 WS-NO-INTRPT-LINES           PIC 9(8).
           05 WS-NO-INTRPT-OTHER-YEAR      PIC 9(8).
           05 WS-NO-MONTHS-NOT-TIED        PIC 9(8).

       01 WS-FILE-STATUS.
           05 WS-F01-FS                 PIC X(2).
           05 WS-F02-FS                 PIC X(2).
           05 WS-F03-FS                 PIC X(2).
           05 WS-F04-FS                 PIC X(2).
           05 WS-F05-FS                 PIC X(2).
           05 WS-F06-FS                 PIC X(2).

       01 WS-HIST-END-OF-FILE          PIC X(5) VALUE 'FALSE'.
          88 WS-HIST-EOF               VALUE 'TRUE'.
          88 WS-HIST-NOT-EOF           VALUE 'FALSE'.

       01 WS-INTRPT-END-OF-FILE        PIC X(5) VALUE 'FALSE'.
          88 WS-INTRPT-EOF             VALUE 'TRUE'.
          88 WS-INTRPT-NOT-EOF         VALUE 'FALSE'.

       01  WS-REC-TXNH.
           COPY TXNHREC.

       01  WS-REC-XREF.
           COPY XREFREC.

       01  WS-REC-CUST.
           COPY CUSTREC.

      * RUN PARAMETER CARD (SYSIN)
       01  WS-RUN-PARM                   PIC X(20) VALUE SPACE.
       01  WS-RUN-PARM-R REDEFINES WS-RUN-PARM.
           05  PARM-TAX-YEAR             PIC X(04).
           05  FILLER                    PIC X(01).
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07).

       01  WS-TAX-YEAR                   PIC X(04) VALUE SPACE.
       01  WS-TAX-YEAR-N                 PIC 9(04) VALUE ZERO.
       01  WS-RUN-DATE                   PIC X(08) VALUE SPACE.

       01  WS-CURRENT-DATE.
           05 WS-TODAY-DATE  PIC X(8).
           05 FILLER         PIC X(13).

      * ONE LINE OF A JMCCOB09 INTRPT, SEEN AS ITS HEADING (WHICH
      * NAMES THE PERIOD) OR AS ONE OF ITS TWO TOTAL LINES. THE TAG
      * AND TEXTS ARE JMCCOB09'S OWN, BYTE FOR BYTE
       01  WS-INTRPT-LINE.
           05  INTL-HEAD-TAG             PIC X(44).
           05  INTL-PERIOD.
               10  INTL-PERIOD-YEAR      PIC X(04).
               10  INTL-PERIOD-MONTH     PIC X(02).
           05  FILLER                    PIC X(82).
       01  WS-INTRPT-TOTAL-LINE REDEFINES WS-INTRPT-LINE.
           05  INTL-TOTAL-TEXT           PIC X(30).
           05  INTL-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(84).

       01  WS-INTRPT-HEAD-TAG            PIC X(44)
               VALUE '****** MONTH-END INTEREST POSTING REPORT - '.
       01  WS-INTRPT-CR-TEXT             PIC X(30)
               VALUE 'TOTAL INTEREST CREDITED'.
       01  WS-INTRPT-DR-TEXT             PIC X(30)
               VALUE 'TOTAL INTEREST CHARGED'.
       01  WS-INTRPT-AMOUNT              PIC 9(13)V99 VALUE ZERO.

      * THE MONTH OF THE TAX YEAR THE INTRPT IN HAND BELONGS TO -
      * ZERO WHILE READING A REPORT FOR ANOTHER YEAR
       01  WS-INTRPT-MTH-IX              PIC 9(02) VALUE ZERO.

      * PER MONTH OF THE TAX YEAR, 13 THE YEAR TOTAL: WHAT THE
      * INTRPTS SAY WAS GENERATED, WHAT POSTED TO HISTORY FOR THE
      * PERIOD, AND WHAT OF THAT WAS REVERSED. CR IS INTEREST
      * EARNED, DR INTEREST CHARGED, ALL CARRIED POSITIVE
       01  WS-MTH-IX                     PIC 9(02) VALUE ZERO.
       01  WS-MTH-CNT                    PIC 9(02) VALUE 13.
       01  WS-MTH-TOTAL-IX               PIC 9(02) VALUE 13.

       01  WS-MONTH-TOTALS.
           05  WS-MONTH-TOTAL            OCCURS 13 TIMES.
               10  MTH-RPT-CNT           PIC 9(03).
               10  MTH-RPT-CR            PIC 9(13)V99.
               10  MTH-RPT-DR            PIC 9(13)V99.
               10  MTH-POST-CR           PIC S9(13)V99.
               10  MTH-POST-DR           PIC S9(13)V99.
               10  MTH-REV-CR            PIC S9(13)V99.
               10  MTH-REV-DR            PIC S9(13)V99.

      * WHICH SIDE OF THE CONTROL REPORT IS BEING PRINTED
       01  WS-SIDE-SW                    PIC X(01) VALUE 'E'.
           88  WS-SIDE-EARNED             VALUE 'E'.
           88  WS-SIDE-CHARGED            VALUE 'C'.

      * ONE MONTH'S LINE OF THE CONTROL REPORT, WORKED OUT FOR THE
      * SIDE BEING PRINTED
       01  WS-LINE-RPT                   PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-POST                  PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-DIFF                  PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-REV                   PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-NET                   PIC S9(13)V99 VALUE ZERO.

      * THE ACCOUNT WHOSE HISTORY IS BEING WALKED, AND ITS INTEREST
      * FOR THE YEAR SO FAR
       01  WS-BREAK-ACCT-NO              PIC X(07) VALUE SPACE.
       01  WS-ACCT-INT-ROWS              PIC 9(05) VALUE ZERO.
       01  WS-ACCT-EARNED                PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCT-CHARGED               PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCT-EARNED-REV            PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCT-CHARGED-REV           PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCT-NET-EARNED            PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCT-NET-CHARGED           PIC S9(11)V99 VALUE ZERO.

      * EXTRACT CONTROL TOTALS - THE TRAILER'S FIGURES
       01  WS-TOTAL-NET-EARNED           PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-NET-CHARGED          PIC S9(13)V99 VALUE ZERO.

      * THE HOLDER STANDING OF THE ACCOUNT IN HAND - Y FOUND WITH A
      * TAX ID, T FOUND WITH NONE, N NO HOLDER ON FILE
       01  WS-HOLDER-SW                  PIC X(01) VALUE 'N'.
           88  WS-HOLDER-COMPLETE         VALUE 'Y'.
           88  WS-HOLDER-NO-TAX-ID        VALUE 'T'.
           88  WS-HOLDER-UNKNOWN          VALUE 'N'.

      * INTEREST TAX EXTRACT LAYOUTS - THE TAX AUTHORITY'S FIXED
      * RETURN FORMAT: DO NOT RELOCATE FIELDS. AMOUNTS ARE UNSIGNED,
      * TWO IMPLIED DECIMALS
       01  WS-TAX-HEADER.
           05  TXH-REC-TYPE             PIC X(03) VALUE 'TXH'.
           05  TXH-TAX-YEAR             PIC X(04).
           05  TXH-SOURCE               PIC X(08) VALUE 'JMCACCTS'.
           05  TXH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(227) VALUE SPACE.

       01  WS-TAX-DETAIL.
           05  TXD-REC-TYPE             PIC X(03) VALUE 'TXD'.
           05  TXD-TAX-YEAR             PIC X(04).
           05  TXD-ACCT-NO              PIC X(07).
           05  TXD-CUST-NO              PIC X(08).
           05  TXD-TAX-ID               PIC X(12).
           05  TXD-HOLDER-NAME          PIC X(40).
           05  TXD-ADDR-LINE-1          PIC X(30).
           05  TXD-ADDR-LINE-2          PIC X(30).
           05  TXD-ADDR-LINE-3          PIC X(30).
           05  TXD-POSTCODE             PIC X(10).
           05  TXD-DATE-OF-BIRTH        PIC X(08).
           05  TXD-INT-EARNED           PIC 9(11)V99.
           05  TXD-INT-CHARGED          PIC 9(11)V99.
           05  TXD-HOLDER-FLAG          PIC X(01).
           05  FILLER                   PIC X(41) VALUE SPACE.

       01  WS-TAX-TRAILER.
           05  TXT-REC-TYPE             PIC X(03) VALUE 'TXT'.
           05  TXT-TAX-YEAR             PIC X(04).
           05  TXT-REC-COUNT            PIC 9(08).
           05  TXT-TOTAL-EARNED         PIC 9(13)V99.
           05  TXT-TOTAL-CHARGED        PIC 9(13)V99.
           05  FILLER                   PIC X(205) VALUE SPACE.

      * REPORT PRINT LINES
       01  WS-TAX-HEAD1.
           05  FILLER                    PIC X(44)
               VALUE '****** YEAR-END INTEREST TAX CONTROL - YEAR '.
           05  TAXH-TAX-YEAR             PIC X(04).
           05  FILLER                    PIC X(11) VALUE ' RUN DATE '.
           05  TAXH-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' ******'.
           05  FILLER                    PIC X(58) VALUE SPACE.

       01  WS-EXC-HEAD1.
           05  FILLER                    PIC X(50)
               VALUE '------ ACCOUNTS WITHOUT A REPORTABLE HOLDER ---'.
           05  FILLER                    PIC X(82) VALUE SPACE.

       01  WS-EXC-HEAD2.
           05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                    PIC X(21)
               VALUE '      INTEREST EARNED'.
           05  FILLER                    PIC X(21)
               VALUE '     INTEREST CHARGED'.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  FILLER                    PIC X(30) VALUE 'NOTE'.
           05  FILLER                    PIC X(39) VALUE SPACE.

       01  WS-EXC-LINE.
           05  EXCL-ACCT-NO              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  EXCL-CUST-NO              PIC X(08).
           05  FILLER                    PIC X(06) VALUE SPACE.
           05  EXCL-EARNED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(04) VALUE SPACE.
           05  EXCL-CHARGED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  EXCL-NOTE                 PIC X(30).
           05  FILLER                    PIC X(39) VALUE SPACE.

       01  WS-CTL-HEAD1.
           05  FILLER                    PIC X(07) VALUE '------ '.
           05  CTLH-SIDE                 PIC X(17).
           05  FILLER                    PIC X(40)
               VALUE ' - MONTH-END INTRPT TO HISTORY ------'.
           05  FILLER                    PIC X(68) VALUE SPACE.

       01  WS-CTL-HEAD2.
           05  FILLER                    PIC X(08) VALUE 'PERIOD'.
           05  FILLER                    PIC X(03) VALUE 'RPT'.
           05  FILLER                    PIC X(21)
               VALUE '        INTRPT TOTAL'.
           05  FILLER                    PIC X(21)
               VALUE '   POSTED TO HISTORY'.
           05  FILLER                    PIC X(21)
               VALUE '          DIFFERENCE'.
           05  FILLER                    PIC X(21)
               VALUE '            REVERSED'.
           05  FILLER                    PIC X(21)
               VALUE '        NET REPORTED'.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE 'NOTE'.
           05  FILLER                    PIC X(02) VALUE SPACE.

       01  WS-CTL-LINE.
           05  CTLL-PERIOD               PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CTLL-RPT-CNT              PIC ZZ9.
           05  CTLL-RPT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CTLL-POST                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CTLL-DIFF                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CTLL-REV                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CTLL-NET                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  CTLL-NOTE                 PIC X(12).
           05  FILLER                    PIC X(04) VALUE SPACE.

       01  WS-TAX-TOTAL-LINE.
           05  TAXT-TEXT                 PIC X(35).
           05  TAXT-COUNT                PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACE.
           05  TAXT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(69) VALUE SPACE.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 1000-INIT
              THRU 1000-INIT-END.

           PERFORM 1100-LOAD-INTRPT
              THRU 1100-LOAD-INTRPT-END.

           PERFORM 2000-SCAN-HISTORY
              THRU 2000-SCAN-HISTORY-END.

           PERFORM 3000-CLOSE-EXTRACT
              THRU 3000-CLOSE-EXTRACT-END.

           PERFORM 3100-WRITE-CONTROL
              THRU 3100-WRITE-CONTROL-END.

           PERFORM 9000-END-PROCESS
              THRU 9000-END-PROCESS-END.

           STOP RUN.

      *-------------------
       1000-INIT.
      *-------------------

           DISPLAY "***** YEAR-END INTEREST TAX REPORTING *****".

           MOVE SPACE TO WS-FILE-STATUS.
           MOVE ZEROES TO WS-COUNTERS.
           MOVE ZEROES TO WS-MONTH-TOTALS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           ACCEPT WS-RUN-PARM FROM SYSIN.

      *    RUN IN THE NEW YEAR FOR THE ONE JUST ENDED, UNLESS THE
      *    PARM CARD NAMES ANOTHER
           IF PARM-TAX-YEAR IS NUMERIC
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               DISPLAY "***** TAX YEAR SET TO " WS-TAX-YEAR
                       " BY PARM CARD *****"
           ELSE
               MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR-N
               SUBTRACT 1 FROM WS-TAX-YEAR-N
               MOVE WS-TAX-YEAR-N TO WS-TAX-YEAR
           END-IF.

           IF PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

           DISPLAY "REPORTING TAX YEAR: " WS-TAX-YEAR.

           OPEN INPUT TXN-HIST.

           IF WS-F01-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE TXN-HIST: " WS-F01-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

      *    05 ON AN OPTIONAL FILE MEANS NOTHING IS ON IT YET - EVERY
      *    ACCOUNT THEN COMES OUT WITHOUT A HOLDER, OR EVERY MONTH
      *    WITHOUT ITS INTRPT, AND THE RUN SAYS SO
           OPEN INPUT ACCT-XREF.

           IF WS-F02-FS = "00" OR WS-F02-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE ACCT-XREF: " WS-F02-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT CUST-MAST.

           IF WS-F03-FS = "00" OR WS-F03-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE CUST-MAST: " WS-F03-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN INPUT INT-RPTS.

           IF WS-F04-FS = "00" OR WS-F04-FS = "05"
               CONTINUE
           ELSE
      D        DISPLAY "ERROR OPEN FILE INT-RPTS: " WS-F04-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT TAX-EXT.

           IF WS-F05-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE TAX-EXT: " WS-F05-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           OPEN OUTPUT TAX-RPT.

           IF WS-F06-FS NOT = "00"
      D        DISPLAY "ERROR OPEN FILE TAX-RPT: " WS-F06-FS
               PERFORM 9999-ABEND
                  THRU 9999-ABEND-END
           END-IF.

           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO TXH-RUN-DATE.

           WRITE TAX-EXT-DATA FROM WS-TAX-HEADER.
           PERFORM 8200-CHECK-EXT-WRITE
              THRU 8200-CHECK-EXT-WRITE-END.

           MOVE WS-TAX-YEAR TO TAXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO TAXH-RUN-DATE.

           WRITE TAX-RPT-DATA FROM WS-TAX-HEAD1.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           MOVE SPACES TO TAX-RPT-DATA.
           WRITE TAX-RPT-DATA.
           WRITE TAX-RPT-DATA FROM WS-EXC-HEAD1.
           WRITE TAX-RPT-DATA FROM WS-EXC-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       1000-INIT-END.
      *-------------------
           EXIT.

      *-------------------
       1100-LOAD-INTRPT.
      *-------------------

      *    THE MONTH-END REPORTS ARE READ FIRST, SO THE INTRPT SIDE OF
      *    EVERY MONTH IS KNOWN BEFORE HISTORY IS WALKED

           PERFORM 1150-READ-INTRPT-LINE
              THRU 1150-READ-INTRPT-LINE-END
               UNTIL WS-INTRPT-EOF.

      *-------------------
       1100-LOAD-INTRPT-END.
      *-------------------
           EXIT.

      *-------------------
       1150-READ-INTRPT-LINE.
      *-------------------

           READ INT-RPTS INTO WS-INTRPT-LINE
               AT END
                   SET WS-INTRPT-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-INTRPT-EOF
               CONTINUE

             WHEN WS-F04-FS = '00'
               ADD 1 TO WS-NO-INTRPT-LINES
               PERFORM 1160-TAKE-INTRPT-LINE
                  THRU 1160-TAKE-INTRPT-LINE-END

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE INT-RPTS !!!: " WS-F04-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       1150-READ-INTRPT-LINE-END.
      *-------------------
           EXIT.

      *-------------------
       1160-TAKE-INTRPT-LINE.
      *-------------------

      *    A HEADING STARTS A NEW MONTH'S REPORT AND SAYS WHICH MONTH;
      *    ITS TWO TOTAL LINES GO TO THAT MONTH. DETAIL LINES AND
      *    EVERYTHING IN A REPORT FOR ANOTHER YEAR ARE PASSED OVER

           IF INTL-HEAD-TAG = WS-INTRPT-HEAD-TAG
               MOVE ZERO TO WS-INTRPT-MTH-IX
               IF INTL-PERIOD-YEAR = WS-TAX-YEAR
                   AND INTL-PERIOD-MONTH IS NUMERIC
                   MOVE INTL-PERIOD-MONTH TO WS-INTRPT-MTH-IX
               END-IF
               IF WS-INTRPT-MTH-IX < 1 OR WS-INTRPT-MTH-IX > 12
                   MOVE ZERO TO WS-INTRPT-MTH-IX
                   ADD 1 TO WS-NO-INTRPT-OTHER-YEAR
               ELSE
                   ADD 1 TO MTH-RPT-CNT (WS-INTRPT-MTH-IX)
                            MTH-RPT-CNT (WS-MTH-TOTAL-IX)
               END-IF
               GO TO 1160-TAKE-INTRPT-LINE-END
           END-IF.

           IF WS-INTRPT-MTH-IX = ZERO
               GO TO 1160-TAKE-INTRPT-LINE-END
           END-IF.

           EVALUATE INTL-TOTAL-TEXT
             WHEN WS-INTRPT-CR-TEXT
               MOVE INTL-TOTAL-AMOUNT TO WS-INTRPT-AMOUNT
               ADD WS-INTRPT-AMOUNT TO MTH-RPT-CR (WS-INTRPT-MTH-IX)
                                       MTH-RPT-CR (WS-MTH-TOTAL-IX)
             WHEN WS-INTRPT-DR-TEXT
               MOVE INTL-TOTAL-AMOUNT TO WS-INTRPT-AMOUNT
               ADD WS-INTRPT-AMOUNT TO MTH-RPT-DR (WS-INTRPT-MTH-IX)
                                       MTH-RPT-DR (WS-MTH-TOTAL-IX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *-------------------
       1160-TAKE-INTRPT-LINE-END.
      *-------------------
           EXIT.

      *-------------------
       2000-SCAN-HISTORY.
      *-------------------

      *    ONE KEYED PASS FRONT TO BACK. THE KEY IS ACCOUNT FIRST, SO
      *    EACH ACCOUNT'S ROWS COME TOGETHER AND ARE CLOSED OFF AS THE
      *    NEXT ACCOUNT STARTS

           MOVE LOW-VALUE TO HIST-KEY.

           START TXN-HIST KEY NOT < HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.

           IF WS-F01-FS NOT = '00'
               SET WS-HIST-EOF TO TRUE
           END-IF.

           PERFORM 2100-READ-HIST-ROW
              THRU 2100-READ-HIST-ROW-END
               UNTIL WS-HIST-EOF.

           PERFORM 2300-CLOSE-ACCOUNT
              THRU 2300-CLOSE-ACCOUNT-END.

      *-------------------
       2000-SCAN-HISTORY-END.
      *-------------------
           EXIT.

      *-------------------
       2100-READ-HIST-ROW.
      *-------------------

           READ TXN-HIST NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

           EVALUATE TRUE

             WHEN WS-HIST-EOF
               CONTINUE

             WHEN WS-F01-FS = '00'

               MOVE TXN-HIST-REC TO WS-REC-TXNH
               ADD 1 TO WS-NO-READ-HIST

               IF TXNH-ACCT-NO NOT = WS-BREAK-ACCT-NO
                   PERFORM 2300-CLOSE-ACCOUNT
                      THRU 2300-CLOSE-ACCOUNT-END
                   MOVE TXNH-ACCT-NO TO WS-BREAK-ACCT-NO
               END-IF

               IF TXNH-CLASS-INTEREST
                   PERFORM 2200-ADD-INTEREST-ROW
                      THRU 2200-ADD-INTEREST-ROW-END
               END-IF

             WHEN OTHER
      D        DISPLAY "ERROR READ FILE TXN-HIST !!!: " WS-F01-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END

           END-EVALUATE.

      *-------------------
       2100-READ-HIST-ROW-END.
      *-------------------
           EXIT.

      *-------------------
       2200-ADD-INTEREST-ROW.
      *-------------------

      *    AN INTEREST ROW FOR A MONTH OF THE TAX YEAR. THE SIGN SAYS
      *    WHICH SIDE IT IS ON: A CREDIT IS INTEREST EARNED, A DEBIT
      *    INTEREST CHARGED. A REVERSAL CARRIES THE OPPOSITE SIGN OF
      *    THE ROW IT BACKS OUT, SO A NEGATIVE REVERSAL TAKES BACK
      *    EARNED INTEREST AND A POSITIVE ONE TAKES BACK A CHARGE.
      *    THE ROW IT REVERSED STAYS COUNTED AS POSTED - THE CONTROL
      *    REPORT SHOWS BOTH

           ADD 1 TO WS-NO-INT-ROWS.

           MOVE ZERO TO WS-MTH-IX.

           IF TXNH-INT-PERIOD(1:4) = WS-TAX-YEAR
               AND TXNH-INT-PERIOD(5:2) IS NUMERIC
               MOVE TXNH-INT-PERIOD(5:2) TO WS-MTH-IX
           END-IF.

           IF WS-MTH-IX < 1 OR WS-MTH-IX > 12
               ADD 1 TO WS-NO-INT-OTHER-YEAR
               GO TO 2200-ADD-INTEREST-ROW-END
           END-IF.

           ADD 1 TO WS-ACCT-INT-ROWS.

           IF TXNH-IS-REVERSAL
               ADD 1 TO WS-NO-INT-REVERSAL
               IF TXNH-MVT-AMOUNT < ZERO
                   SUBTRACT TXNH-MVT-AMOUNT FROM WS-ACCT-EARNED-REV
                   SUBTRACT TXNH-MVT-AMOUNT FROM MTH-REV-CR (WS-MTH-IX)
                                          MTH-REV-CR (WS-MTH-TOTAL-IX)
               ELSE
                   ADD TXNH-MVT-AMOUNT TO WS-ACCT-CHARGED-REV
                   ADD TXNH-MVT-AMOUNT TO MTH-REV-DR (WS-MTH-IX)
                                          MTH-REV-DR (WS-MTH-TOTAL-IX)
               END-IF
               GO TO 2200-ADD-INTEREST-ROW-END
           END-IF.

           IF TXNH-MVT-AMOUNT < ZERO
               SUBTRACT TXNH-MVT-AMOUNT FROM WS-ACCT-CHARGED
               SUBTRACT TXNH-MVT-AMOUNT FROM MTH-POST-DR (WS-MTH-IX)
                                        MTH-POST-DR (WS-MTH-TOTAL-IX)
           ELSE
               ADD TXNH-MVT-AMOUNT TO WS-ACCT-EARNED
               ADD TXNH-MVT-AMOUNT TO MTH-POST-CR (WS-MTH-IX)
                                      MTH-POST-CR (WS-MTH-TOTAL-IX)
           END-IF.

      *-------------------
       2200-ADD-INTEREST-ROW-END.
      *-------------------
           EXIT.

      *-------------------
       2300-CLOSE-ACCOUNT.
      *-------------------

      *    THE ACCOUNT JUST WALKED GOES ON THE EXTRACT IF ANY INTEREST
      *    IS LEFT ON IT FOR THE YEAR ONCE REVERSALS ARE TAKEN OFF.
      *    ITS FIGURES ARE CLEARED FOR THE NEXT ACCOUNT EITHER WAY

           IF WS-BREAK-ACCT-NO = SPACE
               GO TO 2300-CLOSE-ACCOUNT-END
           END-IF.

           COMPUTE WS-ACCT-NET-EARNED =
                   WS-ACCT-EARNED - WS-ACCT-EARNED-REV.
           COMPUTE WS-ACCT-NET-CHARGED =
                   WS-ACCT-CHARGED - WS-ACCT-CHARGED-REV.

           IF WS-ACCT-NET-EARNED = ZERO
               AND WS-ACCT-NET-CHARGED = ZERO
               IF WS-ACCT-INT-ROWS > ZERO
                   ADD 1 TO WS-NO-NETTED-NIL
               END-IF
           ELSE
               PERFORM 2400-FIND-HOLDER
                  THRU 2400-FIND-HOLDER-END
               PERFORM 2500-WRITE-TAX-DETAIL
                  THRU 2500-WRITE-TAX-DETAIL-END
           END-IF.

           MOVE ZERO TO WS-ACCT-INT-ROWS.
           MOVE ZERO TO WS-ACCT-EARNED.
           MOVE ZERO TO WS-ACCT-CHARGED.
           MOVE ZERO TO WS-ACCT-EARNED-REV.
           MOVE ZERO TO WS-ACCT-CHARGED-REV.

      *-------------------
       2300-CLOSE-ACCOUNT-END.
      *-------------------
           EXIT.

      *-------------------
       2400-FIND-HOLDER.
      *-------------------

      *    THE ACCOUNT'S HOLDER, BY WAY OF THE CROSS-REFERENCE. AN
      *    ACCOUNT NO CUSTOMER HOLDS, OR ONE LINKED TO A CUSTOMER WHO
      *    IS NOT ON FILE, HAS NO HOLDER TO REPORT

           MOVE SPACES TO WS-REC-XREF.
           MOVE SPACES TO WS-REC-CUST.
           SET WS-HOLDER-UNKNOWN TO TRUE.

           MOVE WS-BREAK-ACCT-NO TO XREF-FD-KEY.

           READ ACCT-XREF
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
             WHEN WS-F02-FS = '00'
               MOVE ACCT-XREF-REC TO WS-REC-XREF
             WHEN WS-F02-FS = '23' OR WS-F02-FS = '10'
               GO TO 2400-FIND-HOLDER-END
             WHEN OTHER
      D        DISPLAY "ERROR READ FILE ACCT-XREF !!!: " WS-F02-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-EVALUATE.

           MOVE XREF-CUST-NO TO CUST-FD-KEY.

           READ CUST-MAST
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
             WHEN WS-F03-FS = '00'
               MOVE CUST-MAST-REC TO WS-REC-CUST
             WHEN WS-F03-FS = '23' OR WS-F03-FS = '10'
               GO TO 2400-FIND-HOLDER-END
             WHEN OTHER
      D        DISPLAY "ERROR READ FILE CUST-MAST !!!: " WS-F03-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-EVALUATE.

           IF CUST-TAX-ID = SPACE
               SET WS-HOLDER-NO-TAX-ID TO TRUE
           ELSE
               SET WS-HOLDER-COMPLETE TO TRUE
           END-IF.

      *-------------------
       2400-FIND-HOLDER-END.
      *-------------------
           EXIT.

      *-------------------
       2500-WRITE-TAX-DETAIL.
      *-------------------

      *    ONE RECORD PER ACCOUNT, WHETHER OR NOT ITS HOLDER IS KNOWN -
      *    THE AUTHORITY IS OWED THE FIGURE EITHER WAY. ONE WITHOUT A
      *    COMPLETE HOLDER IS ALSO LISTED ON THE CONTROL REPORT

           MOVE WS-TAX-YEAR          TO TXD-TAX-YEAR.
           MOVE WS-BREAK-ACCT-NO     TO TXD-ACCT-NO.
           MOVE XREF-CUST-NO         TO TXD-CUST-NO.
           MOVE CUST-TAX-ID          TO TXD-TAX-ID.
           MOVE CUST-FULL-NAME       TO TXD-HOLDER-NAME.
           MOVE CUST-ADDR-LINE-1     TO TXD-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2     TO TXD-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3     TO TXD-ADDR-LINE-3.
           MOVE CUST-POSTCODE        TO TXD-POSTCODE.
           MOVE CUST-DATE-OF-BIRTH   TO TXD-DATE-OF-BIRTH.
           MOVE WS-ACCT-NET-EARNED   TO TXD-INT-EARNED.
           MOVE WS-ACCT-NET-CHARGED  TO TXD-INT-CHARGED.
           MOVE WS-HOLDER-SW         TO TXD-HOLDER-FLAG.

           WRITE TAX-EXT-DATA FROM WS-TAX-DETAIL.
           PERFORM 8200-CHECK-EXT-WRITE
              THRU 8200-CHECK-EXT-WRITE-END.

           ADD 1 TO WS-NO-TAX-REC.
           ADD WS-ACCT-NET-EARNED  TO WS-TOTAL-NET-EARNED.
           ADD WS-ACCT-NET-CHARGED TO WS-TOTAL-NET-CHARGED.

           IF WS-HOLDER-COMPLETE
               GO TO 2500-WRITE-TAX-DETAIL-END
           END-IF.

           MOVE SPACES              TO WS-EXC-LINE.
           MOVE WS-BREAK-ACCT-NO    TO EXCL-ACCT-NO.
           MOVE XREF-CUST-NO        TO EXCL-CUST-NO.
           MOVE WS-ACCT-NET-EARNED  TO EXCL-EARNED.
           MOVE WS-ACCT-NET-CHARGED TO EXCL-CHARGED.

           EVALUATE TRUE
             WHEN WS-HOLDER-NO-TAX-ID
               ADD 1 TO WS-NO-NO-TAX-ID
               MOVE 'HOLDER HAS NO TAX ID' TO EXCL-NOTE
             WHEN XREF-CUST-NO = SPACE
               ADD 1 TO WS-NO-NO-HOLDER
               MOVE 'ACCOUNT NOT LINKED TO A HOLDER' TO EXCL-NOTE
             WHEN OTHER
               ADD 1 TO WS-NO-NO-HOLDER
               MOVE 'HOLDER NOT ON CUSTOMER MASTER' TO EXCL-NOTE
           END-EVALUATE.

           WRITE TAX-RPT-DATA FROM WS-EXC-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       2500-WRITE-TAX-DETAIL-END.
      *-------------------
           EXIT.

      *-------------------
       3000-CLOSE-EXTRACT.
      *-------------------

      *    THE TRAILER PROVES THE EXTRACT TO THE AUTHORITY'S LOADER -
      *    WRITTEN ONLY ONCE ALL OF HISTORY HAS BEEN WALKED, SO A RUN
      *    THAT DIES PART-WAY LEAVES AN EXTRACT THAT WILL NOT LOAD

           MOVE WS-TAX-YEAR          TO TXT-TAX-YEAR.
           MOVE WS-NO-TAX-REC        TO TXT-REC-COUNT.
           MOVE WS-TOTAL-NET-EARNED  TO TXT-TOTAL-EARNED.
           MOVE WS-TOTAL-NET-CHARGED TO TXT-TOTAL-CHARGED.

           WRITE TAX-EXT-DATA FROM WS-TAX-TRAILER.
           PERFORM 8200-CHECK-EXT-WRITE
              THRU 8200-CHECK-EXT-WRITE-END.

      *-------------------
       3000-CLOSE-EXTRACT-END.
      *-------------------
           EXIT.

      *-------------------
       3100-WRITE-CONTROL.
      *-------------------

      *    THE TIE-BACK, ONE SECTION PER SIDE: TWELVE MONTHS AND THE
      *    YEAR. THE YEAR'S NET REPORTED IS THE EXTRACT TRAILER TOTAL

           SET WS-SIDE-EARNED TO TRUE.
           MOVE 'INTEREST EARNED' TO CTLH-SIDE.

           PERFORM 3120-WRITE-SIDE
              THRU 3120-WRITE-SIDE-END.

           SET WS-SIDE-CHARGED TO TRUE.
           MOVE 'INTEREST CHARGED' TO CTLH-SIDE.

           PERFORM 3120-WRITE-SIDE
              THRU 3120-WRITE-SIDE-END.

      *-------------------
       3100-WRITE-CONTROL-END.
      *-------------------
           EXIT.

      *-------------------
       3120-WRITE-SIDE.
      *-------------------

           MOVE SPACES TO TAX-RPT-DATA.
           WRITE TAX-RPT-DATA.
           WRITE TAX-RPT-DATA FROM WS-CTL-HEAD1.
           WRITE TAX-RPT-DATA FROM WS-CTL-HEAD2.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

           PERFORM 3150-WRITE-MONTH-LINE
              THRU 3150-WRITE-MONTH-LINE-END
               VARYING WS-MTH-IX FROM 1 BY 1
               UNTIL WS-MTH-IX > WS-MTH-CNT.

      *-------------------
       3120-WRITE-SIDE-END.
      *-------------------
           EXIT.

      *-------------------
       3150-WRITE-MONTH-LINE.
      *-------------------

      *    WHAT JMCCOB09 GENERATED LESS WHAT POSTED IS THE DIFFERENCE
      *    - AN INTEREST MOVEMENT THAT WAS REJECTED OR IS STILL ON
      *    SUSPENSE. WHAT POSTED LESS WHAT WAS REVERSED IS WHAT GOES
      *    TO THE AUTHORITY

           IF WS-SIDE-EARNED
               MOVE MTH-RPT-CR  (WS-MTH-IX) TO WS-LINE-RPT
               MOVE MTH-POST-CR (WS-MTH-IX) TO WS-LINE-POST
               MOVE MTH-REV-CR  (WS-MTH-IX) TO WS-LINE-REV
           ELSE
               MOVE MTH-RPT-DR  (WS-MTH-IX) TO WS-LINE-RPT
               MOVE MTH-POST-DR (WS-MTH-IX) TO WS-LINE-POST
               MOVE MTH-REV-DR  (WS-MTH-IX) TO WS-LINE-REV
           END-IF.

           COMPUTE WS-LINE-DIFF = WS-LINE-RPT - WS-LINE-POST.
           COMPUTE WS-LINE-NET  = WS-LINE-POST - WS-LINE-REV.

           MOVE SPACES TO WS-CTL-LINE.

      *    A SPACER AHEAD OF THE YEAR LINE
           IF WS-MTH-IX = WS-MTH-TOTAL-IX
               MOVE SPACES TO TAX-RPT-DATA
               WRITE TAX-RPT-DATA
               PERFORM 8100-CHECK-RPT-WRITE
                  THRU 8100-CHECK-RPT-WRITE-END
               MOVE 'YEAR'  TO CTLL-PERIOD
           ELSE
               MOVE WS-TAX-YEAR TO CTLL-PERIOD(1:4)
               MOVE WS-MTH-IX   TO CTLL-PERIOD(5:2)
           END-IF.

           MOVE MTH-RPT-CNT (WS-MTH-IX) TO CTLL-RPT-CNT.
           MOVE WS-LINE-RPT  TO CTLL-RPT.
           MOVE WS-LINE-POST TO CTLL-POST.
           MOVE WS-LINE-DIFF TO CTLL-DIFF.
           MOVE WS-LINE-REV  TO CTLL-REV.
           MOVE WS-LINE-NET  TO CTLL-NET.

      *    THE MONTH NOTES AND THE COUNT OF MONTHS NOT TIED ARE TAKEN
      *    ON THE EARNED SIDE FOR A MISSING OR REPEATED REPORT, AND ON
      *    EITHER SIDE FOR A DIFFERENCE
           EVALUATE TRUE
             WHEN WS-MTH-IX = WS-MTH-TOTAL-IX
               IF WS-SIDE-EARNED
                   AND WS-LINE-NET NOT = WS-TOTAL-NET-EARNED
                   MOVE 'EXTRACT DIFF' TO CTLL-NOTE
               END-IF
               IF WS-SIDE-CHARGED
                   AND WS-LINE-NET NOT = WS-TOTAL-NET-CHARGED
                   MOVE 'EXTRACT DIFF' TO CTLL-NOTE
               END-IF
             WHEN MTH-RPT-CNT (WS-MTH-IX) = ZERO
               MOVE 'NO INTRPT' TO CTLL-NOTE
               IF WS-SIDE-EARNED
                   ADD 1 TO WS-NO-MONTHS-NOT-TIED
               END-IF
             WHEN MTH-RPT-CNT (WS-MTH-IX) > 1
               MOVE 'MULTI INTRPT' TO CTLL-NOTE
               IF WS-SIDE-EARNED
                   ADD 1 TO WS-NO-MONTHS-NOT-TIED
               END-IF
             WHEN WS-LINE-DIFF NOT = ZERO
               MOVE 'NOT TIED' TO CTLL-NOTE
               ADD 1 TO WS-NO-MONTHS-NOT-TIED
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           WRITE TAX-RPT-DATA FROM WS-CTL-LINE.
           PERFORM 8100-CHECK-RPT-WRITE
              THRU 8100-CHECK-RPT-WRITE-END.

      *-------------------
       3150-WRITE-MONTH-LINE-END.
      *-------------------
           EXIT.

      *-------------------
       8100-CHECK-RPT-WRITE.
      *-------------------

           IF WS-F06-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE TAX-RPT !!!: " WS-F06-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8100-CHECK-RPT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       8200-CHECK-EXT-WRITE.
      *-------------------

           IF WS-F05-FS NOT = '00'
      D        DISPLAY "ERROR WRITE FILE TAX-EXT !!!: " WS-F05-FS
               PERFORM 9999-ABEND
                   THRU 9999-ABEND-END
           END-IF.

      *-------------------
       8200-CHECK-EXT-WRITE-END.
      *-------------------
           EXIT.

      *-------------------
       9000-END-PROCESS.
      *-------------------

           IF WS-F06-FS = '00'
               MOVE SPACES TO TAX-RPT-DATA
               WRITE TAX-RPT-DATA

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'ACCOUNTS ON EXTRACT / NET EARNED  ' TO TAXT-TEXT
               MOVE WS-NO-TAX-REC TO TAXT-COUNT
               MOVE WS-TOTAL-NET-EARNED TO TAXT-AMOUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'NET INTEREST CHARGED ON EXTRACT   ' TO TAXT-TEXT
               MOVE WS-TOTAL-NET-CHARGED TO TAXT-AMOUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'ACCOUNTS NETTED TO NIL - NOT SENT ' TO TAXT-TEXT
               MOVE WS-NO-NETTED-NIL TO TAXT-COUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'ACCOUNTS WITH NO HOLDER ON FILE   ' TO TAXT-TEXT
               MOVE WS-NO-NO-HOLDER TO TAXT-COUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'HOLDERS WITH NO TAX ID            ' TO TAXT-TEXT
               MOVE WS-NO-NO-TAX-ID TO TAXT-COUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'MONTH LINES NOT TIED TO INTRPT    ' TO TAXT-TEXT
               MOVE WS-NO-MONTHS-NOT-TIED TO TAXT-COUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE

               MOVE SPACES TO WS-TAX-TOTAL-LINE
               MOVE 'INTEREST ROWS FOR OTHER YEARS     ' TO TAXT-TEXT
               MOVE WS-NO-INT-OTHER-YEAR TO TAXT-COUNT
               WRITE TAX-RPT-DATA FROM WS-TAX-TOTAL-LINE
           END-IF.

           CLOSE TXN-HIST.
           CLOSE ACCT-XREF.
           CLOSE CUST-MAST.
           CLOSE INT-RPTS.
           CLOSE TAX-EXT.
           CLOSE TAX-RPT.

           DISPLAY "***** END YEAR-END INTEREST TAX REPORTING *****".
           DISPLAY '*************************************************'.
           DISPLAY "TAX YEAR             : " WS-TAX-YEAR.
           DISPLAY "NO HISTORY ROWS READ : " WS-NO-READ-HIST.
           DISPLAY "NO INTEREST ROWS     : " WS-NO-INT-ROWS.
           DISPLAY "   FOR OTHER YEARS   : " WS-NO-INT-OTHER-YEAR.
           DISPLAY "   REVERSALS         : " WS-NO-INT-REVERSAL.
           DISPLAY "NO TAX RECORDS OUT   : " WS-NO-TAX-REC.
           DISPLAY "NO NETTED TO NIL     : " WS-NO-NETTED-NIL.
           DISPLAY "NO WITHOUT HOLDER    : " WS-NO-NO-HOLDER.
           DISPLAY "NO WITHOUT TAX ID    : " WS-NO-NO-TAX-ID.
           DISPLAY "NO INTRPT LINES READ : " WS-NO-INTRPT-LINES.
           DISPLAY "NO INTRPT OTHER YEAR : " WS-NO-INTRPT-OTHER-YEAR.
           DISPLAY "NO MONTHS NOT TIED   : " WS-NO-MONTHS-NOT-TIED.
           DISPLAY "TOTAL NET EARNED     : " WS-TOTAL-NET-EARNED.
           DISPLAY "TOTAL NET CHARGED    : " WS-TOTAL-NET-CHARGED.
           DISPLAY '*************************************************'.

      *    A RETURN THE AUTHORITY CANNOT ATTRIBUTE, OR A YEAR THAT
      *    DOES NOT TIE TO THE MONTH-END REPORTS, NEEDS A HUMAN
      *    BEFORE THE EXTRACT IS SENT
           IF WS-NO-NO-HOLDER > ZERO OR WS-NO-NO-TAX-ID > ZERO
               OR WS-NO-MONTHS-NOT-TIED > ZERO
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
