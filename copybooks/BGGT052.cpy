      ******************************************************************
      *B.PD.S                                                          *
      * BGGT052: DCLGEN HOST STRUCTURE FOR BGDT052, THE CLEARING       *
      * LEDGER - ONE ROW PER MOVEMENT BG9B5708 POSTS TO A BGDT047      *
      * BALANCE. THE RUNNING BALANCE SAYS HOW MUCH IS STUCK IN AN      *
      * ACCOUNT BUT NOT WHICH MOVEMENTS LEFT IT THERE; THE LEDGER      *
      * KEEPS EVERY MOVEMENT UNTIL IT IS MATCHED AGAINST ITS OFFSET,   *
      * SO THE OPEN ('O') ROWS OF AN ACCOUNT ALWAYS ADD UP TO ITS      *
      * T047_IMP_BALANCE. T052_IMP_MOV IS SIGNED THE WAY THE BALANCE   *
      * IS (DEBIT +, CREDIT -). BG9B5718 MATCHES ROWS NIGHTLY: EQUAL   *
      * AND OPPOSITE OPEN MOVEMENTS ON AN ACCOUNT ARE PAIRED           *
      * AUTOMATICALLY ('A') WHEN THE PAIR IS THE ONLY ONE OF ITS       *
      * AMOUNT, AND ANYTHING ELSE IS MATCHED FROM THE MANUAL-MATCH     *
      * FILE ('M'); EITHER WAY THE ROWS GO TO 'M' (MATCHED) WITH THE   *
      * MATCH REFERENCE AND DATE. T052_TIMESTAMP IS THE POSTING        *
      * TIMESTAMP AND THE ROW'S IDENTITY; T052_FEC_BUSINESS AND        *
      * T052_REC_NUM TRACE IT BACK TO THE FEED RUN AND RECORD.         *
      * BG9B5723 POSTS A CONFIRMED RESIDUAL WRITE-OFF AS ONE MORE ROW  *
      * (REC_NUM = THE JOURNAL LINE) AND, WHEN IT LEAVES THE BALANCE   *
      * AT ZERO, MATCHES EVERY OPEN ROW OF THE ACCOUNT AS WRITTEN OFF  *
      * ('W') UNDER THE JOURNAL REFERENCE.                             *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT052.
           05 V052-ENT                     PIC X(04).
           05 V052-CEN-REG                  PIC X(04).
           05 V052-ACC                     PIC X(10).
           05 V052-FEC-MOV                  PIC X(10).
           05 V052-IMP-MOV                  PIC S9(13)V9(02) COMP-3.
           05 V052-SIG-MOV                  PIC X(01).
           05 V052-FEC-BUSINESS             PIC X(10).
           05 V052-REC-NUM                  PIC S9(09) COMP.
           05 V052-STA-MATCH                PIC X(01).
              88 V052-STA-OPEN                          VALUE 'O'.
              88 V052-STA-MATCHED                       VALUE 'M'.
           05 V052-TYP-MATCH                PIC X(01).
              88 V052-TYP-AUTO                          VALUE 'A'.
              88 V052-TYP-MANUAL                        VALUE 'M'.
              88 V052-TYP-WRITEOFF                      VALUE 'W'.
           05 V052-REF-MATCH                PIC X(26).
           05 V052-FEC-MATCH                PIC X(10).
           05 V052-TIMESTAMP                PIC X(26).
      *
