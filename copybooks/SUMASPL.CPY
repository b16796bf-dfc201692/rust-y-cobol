      *---------------------------------------------------------------*
      *  SUMASPL.CPY                                                  *
      *  SUMA-SPLIT-CARD - the partition-boundary card read by        *
      *  SUMAPARTE.  UP TO SEVEN ASCENDING 10-BYTE TRANS-ID           *
      *  BOUNDARIES CUT THE EXTRACT INTO THE NUMBER OF PARTITIONS     *
      *  (LEGS) PUNCHED IN COLUMN 71, 2 TO 8 - LEG-COUNT LESS ONE     *
      *  BOUNDARIES ARE PUNCHED AND THE REST LEFT BLANK:              *
      *      ID <= BOUNDARY-1            -> PARTITION 1               *
      *      ID <= BOUNDARY-2            -> PARTITION 2               *
      *      ...                                                      *
      *      ANYTHING HIGHER             -> THE LAST PARTITION        *
      *  A BLANK LEG COUNT MEANS FOUR, SO A THREE-BOUNDARY CARD       *
      *  PUNCHED BEFORE THE COUNT EXISTED STILL SPLITS AS IT DID.     *
      *  THE SAME CARD TELLS SUMAUNE HOW MANY LEG FEEDS TO EXPECT.    *
      *  THE SAME BOUNDARIES DECIDE WHICH SUMAXREF PARTITION CLUSTER  *
      *  AN ID LIVES IN - CHANGING THEM MEANS REDISTRIBUTING THE      *
      *  XREF CLUSTERS FIRST, OR DUPLICATE DETECTION GOES BLIND FOR   *
      *  IDS THAT MOVED PARTITION.  SUMAPLANEA (SUMAPLAJ.JCL) WORKS   *
      *  OUT VOLUME-BALANCED BOUNDARIES, CUTS THE CARD IN THIS        *
      *  LAYOUT AND DRIVES THE REDISTRIBUTION.                        *
      *---------------------------------------------------------------*
       01  SUMA-SPLIT-CARD.
           05  SL-BOUNDARY-LIST.
               10  SL-BOUNDARY             PIC X(10)
                       OCCURS 7 TIMES.
           05  SL-LEG-COUNT                PIC X(01).
           05  SL-LEG-COUNT-N REDEFINES SL-LEG-COUNT
                                           PIC 9(01).
           05  FILLER                      PIC X(09).
