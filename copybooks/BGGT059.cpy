      ******************************************************************
      *B.PD.S                                                          *
      * BGGT059: DCLGEN HOST STRUCTURE FOR BGDT059, THE INTER-ENTITY   *
      * MIRROR PAIRS. ONE ROW PER PAIR OF TRANSITORY ACCOUNTS THROUGH  *
      * WHICH FUNDS CLEAR BETWEEN TWO OF THE GROUP'S ENTITIES: SIDE A  *
      * IS ENTITY A'S CLEARING ACCOUNT FOR ENTITY B AND SIDE B ITS     *
      * MIRROR ON ENTITY B'S BOOKS. THE TWO BGDT047 BALANCES SHOULD    *
      * ALWAYS NET TO ZERO. IMP-TOLERANCE IS THE DIFFERENCE (EITHER    *
      * SIGN) ACCEPTED BEFORE THE PAIR COUNTS AS BROKEN. FEC-BREAK IS  *
      * THE BUSINESS DATE THE PAIR WAS FIRST FOUND NOT NETTING TO      *
      * ZERO, NULL WHILE IT NETS. ROWS ARE SET UP, RE-TOLERANCED AND   *
      * DELETED ONLY THROUGH BG9M5705, WHICH CHECKS BOTH SIDES ON      *
      * BGDT041; BG9B5724 CHECKS THE PAIRS NIGHTLY AND KEEPS           *
      * FEC-BREAK. USR-REQUEST AND TIMESTAMP SAY WHO LAST MAINTAINED   *
      * THE ROW AND WHEN.                                              *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT059.
           05 V059-ENT-A                    PIC X(04).
           05 V059-CEN-A                    PIC X(04).
           05 V059-ACC-A                    PIC X(10).
           05 V059-ENT-B                    PIC X(04).
           05 V059-CEN-B                    PIC X(04).
           05 V059-ACC-B                    PIC X(10).
           05 V059-IMP-TOLERANCE            PIC S9(13)V9(02) COMP-3.
           05 V059-FEC-BREAK                PIC X(10).
           05 V059-USR-REQUEST              PIC X(08).
           05 V059-TIMESTAMP                PIC X(26).
      *
