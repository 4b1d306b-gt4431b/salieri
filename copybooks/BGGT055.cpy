      ******************************************************************
      *B.PD.S                                                          *
      * BGGT055: DCLGEN HOST STRUCTURE FOR BGDT055, THE CENTER MOVE    *
      * HISTORY. WHEN A BRANCH IS MERGED BG9B5721 RE-HOMES EVERY       *
      * CLEARING ACCOUNT OF THE SOURCE ENTITY/CENTER ON THE TARGET     *
      * AND WRITES ONE ROW HERE PER ACCOUNT MOVED: BOTH KEYS, THE      *
      * FLAG, STATUS AND LAST-MOVEMENT DATE CARRIED ACROSS, THE        *
      * RUNNING BALANCE MOVED (ZERO WHEN THE ACCOUNT HAD NONE), HOW    *
      * MANY BGDT052 LEDGER ROWS AND PENDING BGDT048 ROWS WENT WITH    *
      * IT, THE BUSINESS DATE AND THE REQUESTER OF THE MERGER. THE     *
      * APPROVER IS LEFT BLANK: THE MERGER'S SECOND USER SIGNS OFF THE *
      * HELD SOURCE-CENTER CLOSE ON BGDT048, NOT THE MOVES. A BALANCE  *
      * THAT HAD NO MASTER ROW ON THE SOURCE IS MOVED AND RECORDED     *
      * TOO, WITH BLANK FLAG AND STATUS. THE BGDT043 FLAG HISTORY AND  *
      * BGDT050 BASELINES OF A MOVED ACCOUNT ARE RE-KEYED TO THE       *
      * TARGET, SO THIS TABLE IS WHERE THE OLD KEY IS REMEMBERED.      *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 DCL-BGDT055.
           05 V055-ENT-SOURCE               PIC X(04).
           05 V055-CEN-SOURCE               PIC X(04).
           05 V055-ENT-TARGET               PIC X(04).
           05 V055-CEN-TARGET               PIC X(04).
           05 V055-ACC                     PIC X(10).
           05 V055-FLG-PLGACC               PIC X(01).
           05 V055-STA-ACC                  PIC X(01).
           05 V055-FEC-ULT-MOV              PIC X(10).
           05 V055-IMP-BALANCE              PIC S9(13)V9(02) COMP-3.
           05 V055-NUM-LEDGER               PIC S9(09) COMP.
           05 V055-NUM-PENDING              PIC S9(09) COMP.
           05 V055-FEC-BUSINESS             PIC X(10).
           05 V055-USR-REQUEST              PIC X(08).
           05 V055-USR-APPROVE              PIC X(08).
           05 V055-TIMESTAMP                PIC X(26).
      *
