      *  MISSING SUMARATE FILE RUNS WITH NO RATES LOADED, SO EVERY    *
      *  FOREIGN TRANSACTION REJECTS R017 AND BASE-CURRENCY WORK      *
      *  RUNS AS IT ALWAYS DID.                                       *
      *  SUMATASA EDITS EACH DAY'S FILE AGAINST THE PRIOR RATE DATE   *
      *  AND SAVES IT TO THE SUMARHST RATE HISTORY BEFORE THE         *
      *  NIGHTLY RUN IS RELEASED, SO THE RATE A NIGHT USED CAN BE     *
      *  FOUND LATER.                                                 *
      *---------------------------------------------------------------*
       01  SUMA-RATE-REC.
           05  RT-CURRENCY-CODE            PIC X(03).
