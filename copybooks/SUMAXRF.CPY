      *  EVERY LATER RUN CHECKS THE FILE DURING VALIDATION, SO A      *
      *  DOUBLE-DELIVERED EXTRACT GENERATION CAN NEVER DOUBLE-COUNT   *
      *  THE DAY - THE SECOND COPY REJECTS AS A DUPLICATE INSTEAD.    *
      *  EACH .P1-.P8 PARTITION CLUSTER ALSO HOLDS ONE PRIMING RECORD *
      *  (SX-TRANS-ID ALL HIGH-VALUES, SX-FIRST-RUN-DATE 99999999)    *
      *  THAT KEEPS IT FROM EVER BEING EMPTY - SEE SUMAPARJ.JCL.      *
      *---------------------------------------------------------------*
       01  SUMA-XREF-REC.
           05  SX-TRANS-ID                 PIC X(10).
