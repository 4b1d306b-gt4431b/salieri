      * BG9M5705: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * MAINTENANCE ROUTINE FOR THE BGDT059 INTER-ENTITY MIRROR PAIRS. *
      * THIS IS THE ONE ROUTINE ALLOWED TO CHANGE BGDT059, SO EVERY    *
      * PAIR BG9B5724 RECONCILES WAS CHECKED AGAINST THE MASTER WHEN   *
      * IT WAS SET UP.                                                 *
      * OPTIONS:                                                       *
      * A - SET UP A PAIR. THE SIDES MUST BE ON DIFFERENT ENTITIES AND *
      *     BOTH MUST BE ON BGDT041 ('30' IF NOT) AND NOT BE CLOSED    *
      *     ('35').                                                    *
      *     AN ACCOUNT ALREADY IN A PAIR, ON EITHER SIDE, IS REFUSED   *
      *     WITH '20' - A TRANSITORY ACCOUNT MIRRORS ONE ACCOUNT ONLY. *
      * D - DELETE A PAIR ('30' IF THERE IS NONE).                     *
      * T - CHANGE THE TOLERANCE OF A PAIR ('30' IF THERE IS NONE,     *
      *     '40' IF THE TOLERANCE IS UNCHANGED).                       *
      * D AND T FIND THE PAIR WHICHEVER WAY ROUND THE SIDES ARE GIVEN. *
      * THE PAIRS ARE RECONCILIATION CONTROL DATA, NOT MASTER OR       *
      * CATALOG DATA, SO A CHANGE IS APPLIED AT ONCE; THE REQUESTER    *
      * AND THE TIME ARE KEPT ON THE ROW.                              *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * ----------------                                               *
      * BGEC579: COMMAREA BG9M5705                                     *
      * QAWCSQL                                                        *
      * QBEC999                                                        *
      *                                                                *
      * DCLGEN USED                                                    *
      * -----------------                                              *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGGT059: INTER-ENTITY MIRROR PAIRS                             *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9M5705.
      *
       AUTHOR.        RSANTOS.
      *
       DATE-WRITTEN.  26-10-15.
      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *     CODE       AUTHOR  DATE     DESCRIPTION                    *
      *     ---------- ------- -------- ------------------------------ *
      *     BG9M5705   RSANTOS 26-10-15 NEW PROGRAM - MAINTAIN THE     *
      *                                 BGDT059 INTER-ENTITY MIRROR    *
      *                                 PAIRS                          *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      *
           DECIMAL-POINT IS COMMA.
      *
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
            COPY QAWCSQL.
      *
           EXEC SQL
             INCLUDE BGGT041
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT059
           END-EXEC.
      *
       01 CO-COUNTERS.
           05 VN-EXIST-COUNT                PIC S9(9)   COMP.
      *
       01 WK-SIDE-KEY.
           05 WK-SIDE-ENT                   PIC X(04).
           05 WK-SIDE-CEN                   PIC X(04).
           05 WK-SIDE-ACC                   PIC X(10).
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY BGEC579.
      *
       01 CA-QBEC999-01.
           COPY QBEC999.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING BGEC579 CA-QBEC999-01.
      *
           PERFORM INITIALIZE-FIELDS.
      *
           IF E579-COD-RETURN = '00'
              PERFORM PROCESS-PAIR-MAINT
           END-IF.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-FIELDS.                                          *
      * VALIDATES THE COMMAREA BEFORE TOUCHING THE DATABASE. '10' IS   *
      * RETURNED FOR AN UNRECOGNIZED ACTION, A MISSING KEY OR          *
      * REQUESTER, TWO SIDES ON THE SAME ENTITY, OR A NEGATIVE         *
      * TOLERANCE ON A SET UP OR CHANGE.                               *
      ******************************************************************
       INITIALIZE-FIELDS.
      *
           MOVE '00' TO E579-COD-RETURN
      *
           IF NOT E579-ACTION-SETUP
              AND NOT E579-ACTION-DELETE
              AND NOT E579-ACTION-TOLERANCE
              MOVE '10' TO E579-COD-RETURN
           END-IF
      *
           IF E579-ENT-A EQUAL SPACES
              OR E579-CEN-A EQUAL SPACES
              OR E579-ACC-A EQUAL SPACES
              OR E579-ENT-B EQUAL SPACES
              OR E579-CEN-B EQUAL SPACES
              OR E579-ACC-B EQUAL SPACES
              OR E579-USR-REQUEST EQUAL SPACES
              MOVE '10' TO E579-COD-RETURN
           END-IF
      *
           IF E579-COD-RETURN EQUAL '00'
              IF E579-ENT-A EQUAL E579-ENT-B
                 MOVE '10' TO E579-COD-RETURN
              END-IF
           END-IF
      *
           IF E579-COD-RETURN EQUAL '00'
              IF NOT E579-ACTION-DELETE
                 AND E579-IMP-TOLERANCE LESS ZERO
                 MOVE '10' TO E579-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN PROCESS-PAIR-MAINT.                                         *
      ******************************************************************
       PROCESS-PAIR-MAINT.
      *
           IF E579-ACTION-SETUP
              MOVE E579-ENT-A TO WK-SIDE-ENT
              MOVE E579-CEN-A TO WK-SIDE-CEN
              MOVE E579-ACC-A TO WK-SIDE-ACC
              PERFORM CHECK-SIDE-ACCOUNT
              IF E579-COD-RETURN EQUAL '00'
                 MOVE E579-ENT-B TO WK-SIDE-ENT
                 MOVE E579-CEN-B TO WK-SIDE-CEN
                 MOVE E579-ACC-B TO WK-SIDE-ACC
                 PERFORM CHECK-SIDE-ACCOUNT
              END-IF
              IF E579-COD-RETURN EQUAL '00'
                 PERFORM CHECK-ALREADY-PAIRED
              END-IF
              IF E579-COD-RETURN EQUAL '00'
                 PERFORM ADD-PAIR-ROW
              END-IF
           ELSE
              PERFORM READ-PAIR-ROW
              IF E579-COD-RETURN EQUAL '00'
                 IF E579-ACTION-DELETE
                    PERFORM DELETE-PAIR-ROW
                 ELSE
                    IF V059-IMP-TOLERANCE EQUAL E579-IMP-TOLERANCE
                       MOVE '40' TO E579-COD-RETURN
                    ELSE
                       PERFORM CHANGE-PAIR-TOLERANCE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-SIDE-ACCOUNT.                                         *
      * ONE SIDE OF A NEW PAIR MUST BE HELD ON BGDT041 ('30') AND NOT  *
      * BE CLOSED ('35'). A DORMANT ACCOUNT IS ACCEPTED - IT CAN STILL *
      * CARRY A BALANCE THAT HAS TO NET.                               *
      ******************************************************************
       CHECK-SIDE-ACCOUNT.
      *
           EXEC SQL
                SELECT T041_STA_ACC
                  INTO :V041-STA-ACC
                  FROM BGDT041
                 WHERE T041_ENT     = :WK-SIDE-ENT
                   AND T041_CEN_REG = :WK-SIDE-CEN
                   AND T041_ACC     = :WK-SIDE-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              MOVE '30' TO E579-COD-RETURN
           ELSE
              IF NOT SQL-88-OK
                 MOVE '99'       TO E579-COD-RETURN
                 MOVE SQLCODE    TO E579-SQLCODE
                 MOVE SQLERRM    TO E579-SQLERRM
                 MOVE 'BGDT041'  TO E579-DES-TABLE
                 MOVE 'SELECT'   TO E579-REFERENCE
              ELSE
                 IF V041-STA-CLOSED
                    MOVE '35' TO E579-COD-RETURN
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ALREADY-PAIRED.                                       *
      * '20' WHEN EITHER ACCOUNT ALREADY SITS ON EITHER SIDE OF A      *
      * PAIR, WHICH ALSO CATCHES THE SAME PAIR GIVEN THE OTHER WAY     *
      * ROUND.                                                         *
      ******************************************************************
       CHECK-ALREADY-PAIRED.
      *
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VN-EXIST-COUNT
                  FROM BGDT059
                 WHERE (T059_ENT_A = :E579-ENT-A
                        AND T059_CEN_A = :E579-CEN-A
                        AND T059_ACC_A = :E579-ACC-A)
                    OR (T059_ENT_B = :E579-ENT-A
                        AND T059_CEN_B = :E579-CEN-A
                        AND T059_ACC_B = :E579-ACC-A)
                    OR (T059_ENT_A = :E579-ENT-B
                        AND T059_CEN_A = :E579-CEN-B
                        AND T059_ACC_A = :E579-ACC-B)
                    OR (T059_ENT_B = :E579-ENT-B
                        AND T059_CEN_B = :E579-CEN-B
                        AND T059_ACC_B = :E579-ACC-B)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              MOVE '99'       TO E579-COD-RETURN
              MOVE SQLCODE    TO E579-SQLCODE
              MOVE SQLERRM    TO E579-SQLERRM
              MOVE 'BGDT059'  TO E579-DES-TABLE
              MOVE 'SELECT'   TO E579-REFERENCE
           ELSE
              IF VN-EXIST-COUNT GREATER ZERO
                 MOVE '20' TO E579-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN ADD-PAIR-ROW.                                               *
      * A NEW PAIR STARTS WITH NO BREAK DATE; THE FIRST NIGHTLY CHECK  *
      * SETS ONE IF THE TWO BALANCES DO NOT ALREADY NET TO ZERO.       *
      ******************************************************************
       ADD-PAIR-ROW.
      *
           EXEC SQL
                INSERT INTO BGDT059
                       (T059_ENT_A, T059_CEN_A, T059_ACC_A,
                        T059_ENT_B, T059_CEN_B, T059_ACC_B,
                        T059_IMP_TOLERANCE, T059_FEC_BREAK,
                        T059_USR_REQUEST, T059_TIMESTAMP)
                VALUES (:E579-ENT-A, :E579-CEN-A, :E579-ACC-A,
                        :E579-ENT-B, :E579-CEN-B, :E579-ACC-B,
                        :E579-IMP-TOLERANCE, NULL,
                        :E579-USR-REQUEST, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              IF SQL-88-DUPLICATE
                 MOVE '20' TO E579-COD-RETURN
              ELSE
                 MOVE '99'       TO E579-COD-RETURN
                 MOVE SQLCODE    TO E579-SQLCODE
                 MOVE SQLERRM    TO E579-SQLERRM
                 MOVE 'BGDT059'  TO E579-DES-TABLE
                 MOVE 'INSERT'   TO E579-REFERENCE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN READ-PAIR-ROW.                                              *
      ******************************************************************
       READ-PAIR-ROW.
      *
           EXEC SQL
                SELECT T059_IMP_TOLERANCE
                  INTO :V059-IMP-TOLERANCE
                  FROM BGDT059
                 WHERE (T059_ENT_A = :E579-ENT-A
                        AND T059_CEN_A = :E579-CEN-A
                        AND T059_ACC_A = :E579-ACC-A
                        AND T059_ENT_B = :E579-ENT-B
                        AND T059_CEN_B = :E579-CEN-B
                        AND T059_ACC_B = :E579-ACC-B)
                    OR (T059_ENT_A = :E579-ENT-B
                        AND T059_CEN_A = :E579-CEN-B
                        AND T059_ACC_A = :E579-ACC-B
                        AND T059_ENT_B = :E579-ENT-A
                        AND T059_CEN_B = :E579-CEN-A
                        AND T059_ACC_B = :E579-ACC-A)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              MOVE '30' TO E579-COD-RETURN
           ELSE
              IF NOT SQL-88-OK
                 MOVE '99'       TO E579-COD-RETURN
                 MOVE SQLCODE    TO E579-SQLCODE
                 MOVE SQLERRM    TO E579-SQLERRM
                 MOVE 'BGDT059'  TO E579-DES-TABLE
                 MOVE 'SELECT'   TO E579-REFERENCE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN DELETE-PAIR-ROW.                                            *
      ******************************************************************
       DELETE-PAIR-ROW.
      *
           EXEC SQL
                DELETE FROM BGDT059
                 WHERE (T059_ENT_A = :E579-ENT-A
                        AND T059_CEN_A = :E579-CEN-A
                        AND T059_ACC_A = :E579-ACC-A
                        AND T059_ENT_B = :E579-ENT-B
                        AND T059_CEN_B = :E579-CEN-B
                        AND T059_ACC_B = :E579-ACC-B)
                    OR (T059_ENT_A = :E579-ENT-B
                        AND T059_CEN_A = :E579-CEN-B
                        AND T059_ACC_A = :E579-ACC-B
                        AND T059_ENT_B = :E579-ENT-A
                        AND T059_CEN_B = :E579-CEN-A
                        AND T059_ACC_B = :E579-ACC-A)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              MOVE '99'       TO E579-COD-RETURN
              MOVE SQLCODE    TO E579-SQLCODE
              MOVE SQLERRM    TO E579-SQLERRM
              MOVE 'BGDT059'  TO E579-DES-TABLE
              MOVE 'DELETE'   TO E579-REFERENCE
           END-IF.
      *
      ******************************************************************
      *.PN CHANGE-PAIR-TOLERANCE.                                      *
      ******************************************************************
       CHANGE-PAIR-TOLERANCE.
      *
           EXEC SQL
                UPDATE BGDT059
                   SET T059_IMP_TOLERANCE = :E579-IMP-TOLERANCE,
                       T059_USR_REQUEST   = :E579-USR-REQUEST,
                       T059_TIMESTAMP     = CURRENT TIMESTAMP
                 WHERE (T059_ENT_A = :E579-ENT-A
                        AND T059_CEN_A = :E579-CEN-A
                        AND T059_ACC_A = :E579-ACC-A
                        AND T059_ENT_B = :E579-ENT-B
                        AND T059_CEN_B = :E579-CEN-B
                        AND T059_ACC_B = :E579-ACC-B)
                    OR (T059_ENT_A = :E579-ENT-B
                        AND T059_CEN_A = :E579-CEN-B
                        AND T059_ACC_A = :E579-ACC-B
                        AND T059_ENT_B = :E579-ENT-A
                        AND T059_CEN_B = :E579-CEN-A
                        AND T059_ACC_B = :E579-ACC-A)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              MOVE '99'       TO E579-COD-RETURN
              MOVE SQLCODE    TO E579-SQLCODE
              MOVE SQLERRM    TO E579-SQLERRM
              MOVE 'BGDT059'  TO E579-DES-TABLE
              MOVE 'UPDATE'   TO E579-REFERENCE
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F9C ********* DO NOT REMOVE *********
