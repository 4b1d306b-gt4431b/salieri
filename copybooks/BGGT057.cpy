      ******************************************************************
      *B.PD.S                                                          *
      * BGGT057: DCLGEN HOST STRUCTURE FOR BGDT057, THE RESIDUAL       *
      * WRITE-OFF POLICY. ONE ROW PER ENTITY: A NON-ZERO BGDT047       *
      * BALANCE AT OR BELOW T057_IMP_THRESHOLD (EITHER SIGN) ON AN     *
      * ACCOUNT IDLE AT LEAST T057_NUM_DAYS_IDLE DAYS IS A RESIDUAL,   *
      * AND BG9B5723 JOURNALS IT TO THE ENTITY'S WRITE-OFF ACCOUNT     *
      * T057_CEN_WRITEOFF/T057_ACC_WRITEOFF. AN ENTITY WITH NO ROW IS  *
      * NEVER WRITTEN OFF. THE GL TEAM OWNS THE ROWS; USR-UPDATE AND   *
      * TIMESTAMP SAY WHO LAST SET THEM AND WHEN.                      *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT057.
           05 V057-ENT                     PIC X(04).
           05 V057-IMP-THRESHOLD            PIC S9(13)V9(02) COMP-3.
           05 V057-NUM-DAYS-IDLE            PIC S9(09) COMP.
           05 V057-CEN-WRITEOFF             PIC X(04).
           05 V057-ACC-WRITEOFF             PIC X(10).
           05 V057-USR-UPDATE               PIC X(08).
           05 V057-TIMESTAMP                PIC X(26).
      *
