      *>  OUTCOME RETURN RECORD - MOVRET / MVTRET2 / MVTRET3 (100 BYTES)
      *>  ONE RETURN FILE PER RAW FEED, BACK TO THE UPSTREAM SYSTEM
      *>  THAT SENT IT: ONE DETAIL RECORD FOR EVERY ITEM THAT FEED
      *>  EVER SENT WHICH REACHED AN OUTCOME THIS CYCLE - TONIGHT'S
      *>  ITEMS AND EARLIER ITEMS COMING BACK THROUGH CARRY-FORWARD,
      *>  RECYCLE OR A SUSPENSE RELEASE ALIKE - CLOSED OFF BY A 'TRL'
      *>  RECORD IN THE SAME CONVENTION AS THE FEEDS THEMSELVES.
      *>  A FILE WITH NO TRAILER CAME FROM A RUN THAT DID NOT FINISH
           05  RET-DETAIL-REC.
      *>      THE ITEM AS THE FEED SENT IT - THE MOVEMENT IMAGE WITH
      *>      JMCCOB02'S OWN BOOKKEEPING BLANKED BACK OUT. SAME BYTE
      *>      POSITIONS AS MVTREC
               10  RET-MVT-IMAGE.
                   15  RET-MVT-DATA          PIC X(47).
                   15  RET-MVT-RECYCLE-DATA  PIC X(10).
                   15  RET-MVT-CTRA-ACCT     PIC X(07).
                   15  RET-MVT-TRF-LEG       PIC X(01).
                   15  RET-MVT-CUST-NO       PIC X(08).
                   15  RET-MVT-OUTCOME-DATA  PIC X(02).
                   15  FILLER                PIC X(05).
      *>      P = POSTED, R = REJECTED, S = HELD ON SUSPENSE,
      *>      C = CARRIED FORWARD TO A LATER CYCLE
               10  RET-DISPOSITION           PIC X(01).
                   88  RET-POSTED             VALUE 'P'.
                   88  RET-REJECTED           VALUE 'R'.
                   88  RET-SUSPENDED          VALUE 'S'.
                   88  RET-CARRIED            VALUE 'C'.
      *>      SPACES ON A POSTED ITEM. A REJECT CARRIES ITS MVT-REJ
      *>      REASON CODE, OR ONE OF: 'RL' RECYCLE LIMIT REACHED (ON
      *>      THE FINAL-KILL REPORT), 'OV' ACCOUNT TOTAL OVERFLOWED
      *>      (ACCOUNT ON THE EXCEPTION LISTING, ITEM NOT APPLIED).
      *>      'SD' IS A SUSPECTED CROSS-FEED DUPLICATE ON SUSPENSE,
      *>      'FD' A FUTURE-DATED ITEM CARRIED FORWARD
               10  RET-REASON-CODE           PIC X(02).
      *>      BUSINESS DATE OF THE CYCLE THAT REACHED THE OUTCOME
               10  RET-CYCLE-DATE            PIC X(08).
      *>      HOW THE ITEM REACHED THIS CYCLE: F = ON THIS FEED
      *>      TONIGHT, C = CARRIED IN, R = RECYCLED FROM THE REJECTS,
      *>      S = RELEASED FROM SUSPENSE
               10  RET-ITEM-SOURCE           PIC X(01).
                   88  RET-FROM-TONIGHTS-FEED VALUE 'F'.
               10  FILLER                    PIC X(08).
      *>  TRAILER - PROVES THE ITEM COUNT BACK TO THE FEED'S OWN 'TRL'.
      *>  EVERY DATA RECORD READ OFF THE FEED TONIGHT IS EITHER ONE OF
      *>  THIS FILE'S 'F' ITEMS OR A SUSPENSE RELEASE ANSWERED UNDER
      *>  ITS OWN FEED, SO NEW + RELEASED-READ = READ = THE FEED'S TRL
      *>  COUNT (WHEN IT SENT ONE). PROOF 'Y' WHEN BOTH HOLD
           05  RET-TRAILER-REC REDEFINES RET-DETAIL-REC.
               10  RTT-TAG                   PIC X(03).
               10  RTT-FEED-NO               PIC 9(01).
               10  RTT-CYCLE-DATE            PIC X(08).
      *>      N = NORMAL CYCLE, A = AUDIT (DRY) RUN - NOTHING POSTED
               10  RTT-RUN-MODE              PIC X(01).
      *>      Y = THE FEED CLOSED WITH A 'TRL' OF ITS OWN
               10  RTT-FEED-TRL-SW           PIC X(01).
               10  RTT-FEED-TRL-CNT          PIC 9(08).
               10  RTT-FEED-READ-CNT         PIC 9(08).
               10  RTT-RELEASED-READ-CNT     PIC 9(08).
               10  RTT-NEW-CNT               PIC 9(08).
               10  RTT-EARLIER-CNT           PIC 9(08).
               10  RTT-RETURN-CNT            PIC 9(08).
               10  RTT-POSTED-CNT            PIC 9(08).
               10  RTT-REJECTED-CNT          PIC 9(08).
               10  RTT-SUSPENSE-CNT          PIC 9(08).
               10  RTT-CARRIED-CNT           PIC 9(08).
               10  RTT-PROOF-SW              PIC X(01).
               10  FILLER                    PIC X(05).
