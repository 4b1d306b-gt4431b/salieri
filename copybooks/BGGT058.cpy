      ******************************************************************
      *B.PD.S                                                          *
      * BGGT058: DCLGEN HOST STRUCTURE FOR BGDT058, THE RESIDUAL       *
      * WRITE-OFF REGISTER. ONE ROW PER ACCOUNT PER WRITE-OFF JOURNAL  *
      * BG9B5723 GENERATES: THE JOURNAL NUMBER AND THE LINE THAT       *
      * CLEARS THE ACCOUNT, THE SIGNED BALANCE WRITTEN OFF AS IT STOOD *
      * (DEBIT +, CREDIT -), THE WRITE-OFF ACCOUNT IT WENT TO, THE     *
      * ACCOUNT'S LAST-MOVEMENT DATE AND THE BUSINESS DATE. A ROW IS   *
      * GENERATED ('G') UNTIL THE GL CONFIRMS THE JOURNAL AND THE      *
      * OFFSET IS POSTED TO BGDT047 ('P', WITH THE POSTING DATE), OR   *
      * CANCELLED ('X') IF THE GL REFUSES IT. USR-REQUEST GENERATED    *
      * THE JOURNAL; USR-CONFIRM - NEVER THE SAME USER - CONFIRMED OR  *
      * CANCELLED IT. AN ACCOUNT WITH A 'G' ROW IS NOT PICKED AGAIN.   *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT058.
           05 V058-NUM-JOURNAL              PIC S9(09) COMP.
           05 V058-NUM-LINE                 PIC S9(09) COMP.
           05 V058-ENT                     PIC X(04).
           05 V058-CEN-REG                  PIC X(04).
           05 V058-ACC                     PIC X(10).
           05 V058-IMP-WRITEOFF             PIC S9(13)V9(02) COMP-3.
           05 V058-CEN-WRITEOFF             PIC X(04).
           05 V058-ACC-WRITEOFF             PIC X(10).
           05 V058-FEC-ULT-MOV              PIC X(10).
           05 V058-FEC-BUSINESS             PIC X(10).
           05 V058-STA-WRITEOFF             PIC X(01).
              88 V058-STA-GENERATED                     VALUE 'G'.
              88 V058-STA-POSTED                        VALUE 'P'.
              88 V058-STA-CANCELLED                     VALUE 'X'.
           05 V058-FEC-POSTED               PIC X(10).
           05 V058-USR-REQUEST              PIC X(08).
           05 V058-USR-CONFIRM              PIC X(08).
           05 V058-TIMESTAMP                PIC X(26).
      *
