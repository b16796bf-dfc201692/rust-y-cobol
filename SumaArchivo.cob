      * 09/02/2026 RA  SUMAUDIT ENTRIES NOW CARRY THE OWNING COST
      *                CENTER - THE ARCHIVE AND RETAINED RECORDS
      *                WIDEN TO 75 BYTES WITH THEM.
      * 10/15/2026 RA  SUMAUDIT ENTRIES NOW CARRY TWO APPROVER IDS -
      *                THE ARCHIVE AND RETAINED RECORDS WIDEN TO 91
      *                BYTES WITH THEM.
      * 10/15/2026 RA  SUMAUDIT ENTRIES NOW CARRY SA-CLOSED-PERIOD -
      *                THE ARCHIVE AND RETAINED RECORDS WIDEN TO 97
      *                BYTES WITH IT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SumaArchivo.
       FD  SUMA-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-ARCHIVE-REC                PIC X(97).

       FD  SUMA-RETAIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUMA-RETAIN-REC                 PIC X(97).

       FD  SUMA-PURGE-REPORT-FILE
           RECORDING MODE IS F
