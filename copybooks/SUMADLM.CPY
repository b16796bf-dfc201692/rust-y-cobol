      *---------------------------------------------------------------*
      *  SUMADLM.CPY                                                  *
      *  SUMA-DUAL-LIMIT-CARD - the one control card read by          *
      *  SUMADECIDE at initialization:                                *
      *      DL-DUAL-THRESHOLD - A WRITE-OFF OF A HELD ITEM WHOSE     *
      *                          SUMA EXCEEDS THIS MAGNITUDE NEEDS    *
      *                          TWO REVIEWERS.  THE FIRST "W" CARD   *
      *                          LEAVES THE ITEM PENDING SECOND       *
      *                          APPROVAL ON SUMASMST; THE WRITE-OFF  *
      *                          ONLY HAPPENS WHEN A DIFFERENT        *
      *                          AUTHORIZED REVIEWER SENDS A          *
      *                          CONFIRMING "W" CARD.  UNSIGNED       *
      *                          ZONED, TWO IMPLIED DECIMALS.         *
      *  A MISSING CARD OR BLANK THRESHOLD MEANS ZERO - EVERY         *
      *  WRITE-OFF THEN NEEDS TWO REVIEWERS.  A GARBLED ONE FAILS     *
      *  THE STEP BEFORE ANY CARD IS APPLIED.                         *
      *---------------------------------------------------------------*
       01  SUMA-DUAL-LIMIT-CARD.
           05  DL-DUAL-THRESHOLD           PIC 9(09)V99.
           05  DL-DUAL-THRESHOLD-X         REDEFINES DL-DUAL-THRESHOLD
                                           PIC X(11).
           05  FILLER                      PIC X(69).
