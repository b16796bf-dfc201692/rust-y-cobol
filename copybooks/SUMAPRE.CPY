      *---------------------------------------------------------------*
      *  SUMAPRE.CPY                                                  *
      *  SUMA-BUDGET-REC - one cost center's approved budget for one  *
      *  fiscal month, keyed on cost center + fiscal month (CCYYMM)   *
      *  in the SUMABUDG cluster.  LOADED AND MAINTAINED BY           *
      *  SUMAPRESU FROM THE BUDGET MAINTENANCE CARDS (SEE             *
      *  SUMAPRN.CPY), THE WAY SUMACENTRO MAINTAINS THE COST-CENTER   *
      *  MASTER.  SUMADESVIA READS IT BACK AGAINST THE SUMAHIST       *
      *  POSTING HISTORY FOR THE MONTHLY BUDGET-VERSUS-ACTUAL         *
      *  REPORT.  BP-BUDGET-AMOUNT IS IN THE SAME SIGN CONVENTION AS  *
      *  THE POSTED FIGURES ON SUMAHIST.                              *
      *---------------------------------------------------------------*
       01  SUMA-BUDGET-REC.
           05  BP-KEY.
               10  BP-COST-CENTER          PIC X(04).
               10  BP-FISCAL-MONTH         PIC 9(06).
           05  BP-BUDGET-AMOUNT            PIC S9(11)V99.
           05  BP-LAST-MAINT-DATE          PIC 9(08).
