      *>  OF A FAILED TRANSFER LAND HERE TOGETHER ('TF'), EACH
      *>  NAMING THE OTHER, SO THE PAIR CAN BE WORKED AS ONE ITEM
           05  REJ-CTRA-ACCT             PIC X(07).
      *>  THE FEED THE MOVEMENT FIRST ARRIVED ON (F02-MVT-ORIG-FEED),
      *>  KEPT SO A RECYCLED ITEM STILL ANSWERS TO THAT FEED
           05  REJ-ORIG-FEED             PIC X(01).
           05  FILLER                    PIC X(03).
