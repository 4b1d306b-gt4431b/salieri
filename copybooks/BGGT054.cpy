      ******************************************************************
      *B.PD.S                                                          *
      * BGGT054: DCLGEN HOST STRUCTURE FOR BGDT054, THE END-OF-DAY     *
      * BALANCE HISTORY. BGDT047 ONLY EVER HOLDS THE CURRENT RUNNING   *
      * BALANCE, SO "WHAT WAS IN THIS ACCOUNT AT LAST MONTH-END" HAD   *
      * TO BE REBUILT FROM THE GL BY HAND. BG9B5719 COPIES EVERY       *
      * BGDT047 ROW HERE EACH NIGHT UNDER THE RUN'S BUSINESS DATE      *
      * (T054_FEC_BALANCE), TOGETHER WITH THE ACCOUNT'S BGDT041 F/P    *
      * FLAG AS IT STOOD THAT NIGHT, SO A LATER RECLASSIFICATION DOES  *
      * NOT MOVE A BALANCE ALREADY CERTIFIED FROM FUNDS TO SECURITIES  *
      * OR BACK. A BALANCE WITH NO MASTER ROW IS KEPT WITH A BLANK     *
      * FLAG. BG9B5720 READS THE MONTH-END DATES FOR THE CERTIFICATION *
      * REPORT.                                                        *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT054.
           05 V054-FEC-BALANCE              PIC X(10).
           05 V054-ENT                     PIC X(04).
           05 V054-CEN-REG                  PIC X(04).
           05 V054-ACC                     PIC X(10).
           05 V054-FLG-PLGACC               PIC X(01).
           05 V054-IMP-BALANCE              PIC S9(13)V9(02) COMP-3.
           05 V054-FEC-ULT-MOV              PIC X(10).
      *
