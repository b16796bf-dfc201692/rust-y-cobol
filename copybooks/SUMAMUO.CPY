      *---------------------------------------------------------------*
      *  SUMAMUO.CPY                                                  *
      *  SUMA-SAMPLE-REC - one item of the internal-audit sample cut  *
      *  by SUMAMUESTRA to SUMAMUO (FB, LRECL 150) for audit's own    *
      *  tools.  ONE RECORD PER SAMPLED SUMAUDIT ENTRY, IN TRAIL      *
      *  ORDER:                                                       *
      *      MO-TRAIL-SEQ      - THE ENTRY'S POSITION ON THE TRAIL AS *
      *                          READ (ARCHIVE YEARS FIRST), SO AUDIT *
      *                          CAN POINT BACK AT THE EXACT LINE.    *
      *      MO-SELECT-BASIS   - "H" TAKEN AS HIGH VALUE, "S" DRAWN   *
      *                          BY THE STATISTICAL SAMPLE.           *
      *      MO-DESCRIPTION    - OFF SUMAMAST; "NOT ON SUMAMAST" WHEN *
      *                          THE ID HAS SINCE BEEN DROPPED.       *
      *      MO-GL-ACCOUNT     - OFF SUMACCMT, THE MAPPING IN EFFECT  *
      *                          ON THE ENTRY'S RUN DATE.  SPACES WHEN*
      *                          UNMAPPED.                            *
      *      MO-RECYCLE-COUNT  - "R" RESUBMISSION ENTRIES ON THE      *
      *                          TRAIL FOR THE SAME TRANS ID, WITH THE*
      *                          RUN DATE OF THE LATEST.              *
      *      MO-WRITEOFF-COUNT - "W" WRITE-OFF ENTRIES, LIKEWISE.     *
      *      MO-SAMPLE-SEED    - THE SEED THE SAMPLE WAS DRAWN WITH.  *
      *---------------------------------------------------------------*
       01  SUMA-SAMPLE-REC.
           05  MO-TRAIL-SEQ                PIC 9(09).
           05  MO-SELECT-BASIS             PIC X(01).
               88  MO-HIGH-VALUE                       VALUE "H".
               88  MO-STATISTICAL                      VALUE "S".
           05  MO-TRANS-ID                 PIC X(10).
           05  MO-RECORD-COUNT             PIC 9(07).
           05  MO-RUN-DATE                 PIC 9(08).
           05  MO-RUN-TIME                 PIC 9(08).
           05  MO-JOB-ID                   PIC X(08).
           05  MO-RESUBMIT-FLAG            PIC X(01).
           05  MO-AMOUNT-COUNT             PIC 9(03).
           05  MO-SUMA                     PIC S9(9)V99.
           05  MO-COST-CENTER              PIC X(04).
           05  MO-GL-ACCOUNT               PIC X(08).
           05  MO-DESCRIPTION              PIC X(30).
           05  MO-RECYCLE-COUNT            PIC 9(03).
           05  MO-LAST-RECYCLE-DATE        PIC 9(08).
           05  MO-WRITEOFF-COUNT           PIC 9(03).
           05  MO-LAST-WRITEOFF-DATE       PIC 9(08).
           05  MO-SAMPLE-SEED              PIC 9(09).
           05  FILLER                      PIC X(11).
