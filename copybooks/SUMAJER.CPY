      *---------------------------------------------------------------*
      *  SUMAJER.CPY                                                  *
      *  SUMA-HIER-REC - one node of the cost-center hierarchy, keyed *
      *  on JR-KEY (LEVEL + NODE CODE) in the SUMAJER cluster.  THE   *
      *  HIERARCHY PLACES EVERY COST CENTER UNDER A DEPARTMENT, EVERY *
      *  DEPARTMENT UNDER A DIVISION, EVERY DIVISION UNDER A REGION,  *
      *  AND THE REGIONS UNDER THE COMPANY:                           *
      *      "C" - COST CENTER (NODE CODE IS THE 4-BYTE SUMACCMT      *
      *            COST CENTER, PARENT IS A DEPARTMENT)               *
      *      "D" - DEPARTMENT (PARENT IS A DIVISION)                  *
      *      "V" - DIVISION (PARENT IS A REGION)                      *
      *      "R" - REGION (PARENT IS SPACES - THE COMPANY)            *
      *  JR-PARENT-CODE IS THE NODE CODE OF THE PARENT ONE LEVEL UP.  *
      *  LOADED AND MAINTAINED BY SUMAJERARQUIA FROM THE SUMAJCN      *
      *  CARDS (SEE SUMAJCN.CPY), WHICH REFUSES A NODE WHOSE PARENT   *
      *  IS NOT ON FILE (AN ORPHAN), A PARENT CHAIN THAT DOES NOT     *
      *  CLIMB TO A REGION (A LOOP OR A BREAK), AND THE DELETE OF A   *
      *  NODE THAT STILL HAS CHILDREN.  SUMAACUMULA READS THE WHOLE   *
      *  CLUSTER TO ROLL SUMAHIST UP THE LEVELS.  CM-DEPARTMENT ON    *
      *  SUMACCMT STAYS THE DEPARTMENT NAME THE OTHER REPORTS PRINT.  *
      *  RECORDSIZE 60.                                               *
      *---------------------------------------------------------------*
       01  SUMA-HIER-REC.
           05  JR-KEY.
               10  JR-LEVEL                PIC X(01).
                   88  JR-LEVEL-COST-CENTER            VALUE "C".
                   88  JR-LEVEL-DEPARTMENT             VALUE "D".
                   88  JR-LEVEL-DIVISION               VALUE "V".
                   88  JR-LEVEL-REGION                 VALUE "R".
               10  JR-NODE-CODE            PIC X(06).
           05  JR-PARENT-CODE              PIC X(06).
           05  JR-NODE-NAME                PIC X(30).
           05  JR-LAST-MAINT-DATE          PIC 9(08).
           05  FILLER                      PIC X(09).
