      ******************************************************************
      *B.PD.S                                                          *
      * BGGT053: DCLGEN HOST STRUCTURE FOR BGDT053, THE REGISTER OF    *
      * MOVEMENT FILES BG9B5708 HAS TAKEN IN. THE CHECKPOINT ONLY      *
      * PROTECTS A RESTART INSIDE ONE RUN; A FILE SENT TWICE OR CUT    *
      * SHORT WAS POSTED AS IT CAME AND DOUBLED OR UNDERSTATED THE     *
      * BGDT047 BALANCES. EVERY BGMOVS FILE (AND EVERY BGRESUB FILE    *
      * BG9B5714 RE-PRESENTS) NOW OPENS WITH A HEADER - SENDING        *
      * SYSTEM, FILE SEQUENCE NUMBER, BUSINESS DATE - AND CLOSES WITH  *
      * A TRAILER - RECORD COUNT, DEBIT AND CREDIT HASH TOTALS - AND   *
      * ONE ROW IS KEPT HERE PER SENDING SYSTEM AND SEQUENCE NUMBER    *
      * ONCE THE FILE HAS PASSED ITS CONTROLS. T053_STA_FILE IS 'P'    *
      * WHILE THE FILE IS BEING POSTED AND 'A' ONCE THE LAST OF IT IS  *
      * COMMITTED, SO A RESTART CAN TELL ITS OWN FILE FROM A           *
      * DUPLICATE. THE COUNT AND HASH TOTALS ARE THE ONES THE FILE     *
      * WAS CHECKED AGAINST.                                           *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT053.
           05 V053-SYS-SEND                 PIC X(08).
           05 V053-NUM-SEQ                  PIC S9(09) COMP.
           05 V053-FEC-BUSINESS             PIC X(10).
           05 V053-REC-COUNT                PIC S9(09) COMP.
           05 V053-IMP-DEBIT                PIC S9(15)V9(02) COMP-3.
           05 V053-IMP-CREDIT               PIC S9(15)V9(02) COMP-3.
           05 V053-STA-FILE                 PIC X(01).
              88 V053-STA-POSTING                       VALUE 'P'.
              88 V053-STA-ACCEPTED                      VALUE 'A'.
           05 V053-PGM-ID                   PIC X(08).
           05 V053-TIMESTAMP                PIC X(26).
      *
