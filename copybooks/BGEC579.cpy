      ******************************************************************
      *B.PD.S                                                          *
      * BGEC579: COMMAREA FOR BG9M5705, THE MAINTENANCE ROUTINE FOR    *
      * THE BGDT059 INTER-ENTITY MIRROR PAIRS. CARRIES THE ACTION      *
      * (SET UP, DELETE OR CHANGE THE TOLERANCE), THE KEYS OF THE TWO  *
      * SIDES, THE TOLERANCE (SET UP AND CHANGE) AND THE REQUESTER'S   *
      * USER ID IN ON INPUT, AND THE RETURN CODE AND THE DB2 ERROR-OUT *
      * BLOCK ON OUTPUT. A DELETE OR CHANGE FINDS THE PAIR WHICHEVER   *
      * WAY ROUND ITS SIDES ARE GIVEN.                                 *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 BGEC579.
           05 E579-ACTION                  PIC X(01).
              88 E579-ACTION-SETUP                     VALUE 'A'.
              88 E579-ACTION-DELETE                    VALUE 'D'.
              88 E579-ACTION-TOLERANCE                 VALUE 'T'.
      *
           05 E579-ENT-A                    PIC X(04).
           05 E579-CEN-A                    PIC X(04).
           05 E579-ACC-A                    PIC X(10).
           05 E579-ENT-B                    PIC X(04).
           05 E579-CEN-B                    PIC X(04).
           05 E579-ACC-B                    PIC X(10).
           05 E579-IMP-TOLERANCE            PIC S9(13)V9(02) COMP-3.
           05 E579-USR-REQUEST              PIC X(08).
           05 E579-COD-RETURN              PIC X(02).
      *
           05 E579-ERR-OUT.
              10 E579-SQLCODE              PIC S9(09) COMP.
              10 E579-SQLERRM              PIC X(70).
              10 E579-DES-TABLE            PIC X(08).
              10 E579-REFERENCE            PIC X(10).
      *
