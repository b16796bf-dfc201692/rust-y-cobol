      *---------------------------------------------------------------*
      *  SUMAJCN.CPY                                                  *
      *  SUMA-HIER-MAINT-REC - one maintenance card applied to the    *
      *  SUMAJER cost-center hierarchy by SUMAJERARQUIA:              *
      *      "A" - ADD A NODE UNDER ITS PARENT                        *
      *      "C" - CHANGE A NODE'S NAME AND/OR MOVE IT UNDER ANOTHER  *
      *            PARENT (BLANK NAME OR PARENT KEEPS WHAT IS ON FILE)*
      *      "D" - DELETE A NODE WITH NO CHILDREN LEFT UNDER IT       *
      *  JC-LEVEL IS C/D/V/R (SEE SUMAJER.CPY).  A COST CENTER MUST BE*
      *  ON SUMACCMT TO BE ADDED, AND A BLANK NAME ON ITS ADD TAKES   *
      *  THE MASTER'S DEPARTMENT NAME.  A REGION TAKES NO PARENT.     *
      *      COL  1      ACTION                                       *
      *      COL  3      LEVEL                                        *
      *      COLS 5-10   NODE CODE (COST CENTER IN COLS 5-8)          *
      *      COLS 12-17  PARENT CODE                                  *
      *      COLS 19-48  NODE NAME                                    *
      *---------------------------------------------------------------*
       01  SUMA-HIER-MAINT-REC.
           05  JC-ACTION                   PIC X(01).
               88  JC-ACTION-ADD                       VALUE "A".
               88  JC-ACTION-CHANGE                    VALUE "C".
               88  JC-ACTION-DELETE                    VALUE "D".
           05  FILLER                      PIC X(01).
           05  JC-LEVEL                    PIC X(01).
               88  JC-LEVEL-COST-CENTER                VALUE "C".
               88  JC-LEVEL-DEPARTMENT                 VALUE "D".
               88  JC-LEVEL-DIVISION                   VALUE "V".
               88  JC-LEVEL-REGION                     VALUE "R".
           05  FILLER                      PIC X(01).
           05  JC-NODE-CODE                PIC X(06).
           05  JC-NODE-CODE-R              REDEFINES JC-NODE-CODE.
               10  JC-NODE-COST-CENTER     PIC X(04).
               10  JC-NODE-CODE-REST       PIC X(02).
           05  FILLER                      PIC X(01).
           05  JC-PARENT-CODE              PIC X(06).
           05  FILLER                      PIC X(01).
           05  JC-NODE-NAME                PIC X(30).
           05  FILLER                      PIC X(32).
