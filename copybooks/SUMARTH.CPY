      *---------------------------------------------------------------*
      *  SUMARTH.CPY                                                  *
      *  SUMA-RATE-HIST-REC - one currency's exchange rate to base for*
      *  one rate date, keyed on rate date + currency in the SUMARHST *
      *  cluster.  SUMATASA EDITS EACH DAY'S SUMARATE FILE BEFORE THE *
      *  NIGHTLY RUN AND, ONLY WHEN THE WHOLE FILE PASSES, WRITES ONE *
      *  RECORD PER CURRENCY HERE - SO THE RATE A NIGHT CONVERTED AT  *
      *  CAN STILL BE LOOKED UP LONG AFTER SUMARATE IS OVERWRITTEN.   *
      *  RH-PRIOR-DATE/RH-PRIOR-RATE ARE THE LATEST EARLIER RATE DATE *
      *  ON FILE AND THAT DAY'S RATE THE SWING WAS MEASURED AGAINST   *
      *  (ZERO FOR A NEW CURRENCY OR A FIRST LOAD).  RH-LOAD-DATE IS  *
      *  THE DAY THE RATE WAS LOADED.  A RELOAD OF A RATE DATE        *
      *  REPLACES THAT DATE'S RECORDS.  SUMACAMBIO READS THE CLUSTER  *
      *  FOR THE FX DIFFERENCE ON RELEASED SUSPENSE ITEMS.            *
      *  RECORDSIZE 45.                                               *
      *---------------------------------------------------------------*
       01  SUMA-RATE-HIST-REC.
           05  RH-KEY.
               10  RH-RATE-DATE            PIC 9(08).
               10  RH-CURRENCY-CODE        PIC X(03).
           05  RH-RATE                     PIC 9(03)V9(06).
           05  RH-PRIOR-DATE               PIC 9(08).
           05  RH-PRIOR-RATE               PIC 9(03)V9(06).
           05  RH-LOAD-DATE                PIC 9(08).
