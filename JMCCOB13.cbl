      *>    LAYOUT WITH A 'TRL' CONTROL RECORD, FOR ONE OF
      *>    JMCCOB02'S FEED DDS; A RELEASED TRANSFER GOES BACK
      *>    WHOLE, AS THE INSTRUCTION, AND IS RE-VALIDATED THERE
      *>  - A RELEASED ITEM KEEPS THE FEED IT FIRST ARRIVED ON, SO
      *>    JMCCOB02 RETURNS ITS OUTCOME TO THAT FEED
      *>  - ITEMS WITH NO CARD CARRY FORWARD ON SUSPOUT UNTIL
      *>    SOMEBODY DECIDES - NOTHING IS EVER DROPPED SILENTLY
      *--------------------

      *        THE HELD IMAGE GOES BACK EXACTLY AS IT ARRIVED -
      *        JMCCOB02 STAGES, SCREENS AND VALIDATES IT ALL OVER
      *        AGAIN LIKE ANY OTHER FEED RECORD. IT STILL NAMES THE
      *        FEED IT FIRST CAME ON, SO ITS OUTCOME GOES BACK THERE
      *        WHICHEVER FEED DD RELMVT IS FED IN ON - AN ITEM HELD
      *        BEFORE THE FEED WAS STAMPED TAKES THE FEED IT WAS
      *        CAUGHT ON
               IF NOT F02-ORIG-FEED-KNOWN
                   MOVE SUSP-FEED-NO TO F02-MVT-ORIG-FEED
               END-IF

               WRITE REL-MVT-DATA FROM WS-REC-F02

               IF WS-F03-FS NOT = '00'
      D            DISPLAY "ERROR WRITE FILE REL-MVT !!!: " WS-F03-FS
