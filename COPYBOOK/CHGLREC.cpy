      *>  ACCOUNT-PARAMETER CHANGE LOG RECORD - CHGLOG (100 BYTES)
      *>  ONE RECORD PER MASTER FIELD CHANGED BY THE PARAMETER
      *>  MAINTENANCE RUN (JMCCOB17), APPENDED RUN AFTER RUN SO THE
      *>  FILE IS THE WHOLE AUDIT TRAIL: THE FIELD'S IMAGE BEFORE
      *>  AND AFTER THE CHANGE, AND THE TWO PEOPLE WHO KEYED AND
      *>  APPROVED IT (NEVER THE SAME PERSON)
           05  CHGL-RUN-DATE             PIC X(08).
           05  CHGL-RUN-TIME             PIC X(06).
           05  CHGL-ACCT-NO              PIC X(07).
           05  CHGL-ACTION               PIC X(03).
               88  CHGL-IS-LIMIT          VALUE 'LIM'.
               88  CHGL-IS-RATE           VALUE 'RAT'.
               88  CHGL-IS-REACTIVATE     VALUE 'REA'.
      *>  THE ACCTREC NAME OF THE FIELD CHANGED - A REACTIVATION
      *>  CHANGES TWO FIELDS AND LOGS TWO RECORDS
           05  CHGL-FIELD-NAME           PIC X(20).
      *>  FIELD IMAGES IN THE FIELD'S OWN PICTURE, LEFT-JUSTIFIED.
      *>  A RATE NEVER SET BEFORE (SPACES ON THE MASTER) LOGS A
      *>  BEFORE IMAGE OF SPACES
           05  CHGL-BEFORE-IMAGE         PIC X(11).
           05  CHGL-BEFORE-AMOUNT REDEFINES CHGL-BEFORE-IMAGE
                                         PIC S9(09)V99.
           05  CHGL-BEFORE-RATE-R REDEFINES CHGL-BEFORE-IMAGE.
               10  CHGL-BEFORE-RATE      PIC 9(02)V9(04).
               10  FILLER                PIC X(05).
           05  CHGL-AFTER-IMAGE          PIC X(11).
           05  CHGL-AFTER-AMOUNT REDEFINES CHGL-AFTER-IMAGE
                                         PIC S9(09)V99.
           05  CHGL-AFTER-RATE-R REDEFINES CHGL-AFTER-IMAGE.
               10  CHGL-AFTER-RATE       PIC 9(02)V9(04).
               10  FILLER                PIC X(05).
           05  CHGL-MAKER-ID             PIC X(08).
           05  CHGL-CHECKER-ID           PIC X(08).
           05  FILLER                    PIC X(18).
