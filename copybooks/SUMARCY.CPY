      *  SAME SHAPE AS A TYPE-5 SUMAIN RECORD (INCLUDING THE          *
      *  CURRENCY CODE - SPACES MEANS BASE), SO THE AUDIT TRAIL       *
      *  CAN TIE THE RESUBMISSION BACK TO THE REJECT IT CURES.        *
      *  SRC-ORIG-DATE IS THE DATE OF THE NIGHT THE ORIGINAL WAS      *
      *  REJECTED (OR, FOR A SUSPENSE RELEASE, HELD) - ZERO WHEN NOT  *
      *  KNOWN.  A CORRECTION WHOSE ORIGINAL NIGHT FALLS IN A CLOSED  *
      *  MONTH IS POSTED INTO THE CURRENT OPEN MONTH AND FLAGGED.     *
      *  SRC-SOURCE-SYSTEM AND SRC-EXTRACT-DATE ARE CARRIED OVER FROM *
      *  THE REJECT (SR-SOURCE-SYSTEM / SR-EXTRACT-DATE) SO AN        *
      *  ACCEPTED CORRECTION IS ACKNOWLEDGED BACK TO ITS UPSTREAM -   *
      *  SPACES/ZERO WHEN NOT KNOWN (A SUSPENSE RELEASE), AND THEN NO *
      *  FOLLOW-UP ACKNOWLEDGEMENT IS CUT.                            *
      *  RECORD LENGTH IS 52 + 6 PER AMOUNT.                          *
      *---------------------------------------------------------------*
       01  SUMA-RECYCLE-REC.
           05  SRC-ORIG-RECORD-COUNT       PIC 9(07).
           05  SRC-ORIG-DATE               PIC 9(08).
           05  SRC-SOURCE-SYSTEM           PIC X(08).
           05  SRC-EXTRACT-DATE            PIC 9(08).
           05  SRC-RECORD-TYPE             PIC X(01).
               88  SRC-DETAIL-REC                      VALUE "5".
           05  SRC-TRANS-ID                PIC X(10).
