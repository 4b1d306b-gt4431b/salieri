      ******************************************************************
      *B.PD.S                                                          *
      * BGGT056: DCLGEN HOST STRUCTURE FOR BGDT056, THE CLEARING-      *
      * ACCOUNT LIFECYCLE POLICY. ONE ROW PER ENTITY AND F/P FLAG      *
      * GIVING THE IDLE DAYS (BUSINESS DATE MINUS T041_FEC_ULT_MOV)    *
      * AFTER WHICH AN ACTIVE ACCOUNT IS PROPOSED FOR SUSPENSION TO    *
      * DORMANT, AND THE IDLE DAYS AFTER WHICH AN ACTIVE OR DORMANT    *
      * ACCOUNT IS PROPOSED FOR CLOSURE - THE LATTER ONLY WITH A ZERO  *
      * BGDT047 BALANCE. ZERO DAYS SWITCHES THAT STEP OFF FOR THE      *
      * ENTITY/FLAG; AN ENTITY/FLAG WITH NO ROW IS NOT SWEPT AT ALL.   *
      * THE GL TEAM OWNS THE ROWS; USR-UPDATE AND TIMESTAMP SAY WHO    *
      * LAST SET THEM AND WHEN. BG9B5722 APPLIES THE POLICY NIGHTLY.   *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT056.
           05 V056-ENT                     PIC X(04).
           05 V056-FLG-PLGACC               PIC X(01).
           05 V056-NUM-DAYS-DORMANT         PIC S9(09) COMP.
           05 V056-NUM-DAYS-CLOSE           PIC S9(09) COMP.
           05 V056-USR-UPDATE               PIC X(08).
           05 V056-TIMESTAMP                PIC X(26).
      *
