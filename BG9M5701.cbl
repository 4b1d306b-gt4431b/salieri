      *     IF THE ROW DOES NOT EXIST, '40' IF ALREADY ACTIVE AND      *
      *     '35' IF THE ROW IS CLOSED - RE-OPENING A CLOSED ACCOUNT    *
      *     STAYS A DELIBERATE, SEPARATE DECISION.                     *
      * FOUR-EYES CONTROL: THE CALLER NAMES THE REQUESTING USER, AND   *
      * A CALL THAT NAMES NO APPROVER IS ONLY HELD ON BGDT048 AS 'W'   *
      * WITH '60' - NOTHING IS CHANGED UNTIL A SECOND USER APPROVES IT *
      * THROUGH BG9M5704, WHICH RE-DRIVES THIS ROUTINE WITH BOTH IDS   *
      * AND LEAVES THEM ON THE BGDT048 ROW AS THE RECORD OF THE        *
      * CHANGE. AN APPROVER EQUAL TO THE REQUESTER IS REFUSED WITH     *
      * '25'.                                                          *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * -----------------                                              *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGVC041                                                        *
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      * BGGT049: CENTER REFERENCE TABLE                                *
      *B.PR.E                                                          *
      ******************************************************************
      *                                 VALIDATED AGAINST THE BGDT049  *
      *                                 CENTER REFERENCE TABLE - '15'  *
      *                                 FOR A CENTER NOT OPEN THERE    *
      *     BG9M5701   RSANTOS 26-10-15 FOUR-EYES CONTROL - A CHANGE   *
      *                                 WITHOUT AN APPROVER IS HELD    *
      *                                 ON BGDT048 AS 'W' WITH '60'    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           EXEC SQL
             INCLUDE BGVC041
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT048
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT049
           05 CA-ACTIVE                    PIC X(1)    VALUE 'A'.
           05 CA-DORMANT                   PIC X(1)    VALUE 'D'.
           05 CA-CLOSED                    PIC X(1)    VALUE 'C'.
      *
       01 WK-CURRENT-DATE                  PIC X(10).
      *
           EXEC SQL
             INCLUDE SQLCA
           IF E573-COD-RETURN = '00' AND E573-ACTION-SETUP
              PERFORM VALIDATE-CENTER
           END-IF.
      *
           IF E573-COD-RETURN = '00' AND E573-USR-APPROVE = SPACES
              PERFORM HOLD-FOR-APPROVAL
           END-IF.
      *
           IF E573-COD-RETURN = '00'
              PERFORM PROCESS-ACCOUNT-MAINT
      ******************************************************************
      *.PN INITIALIZE-FIELDS.                                          *
      * VALIDATES THE COMMAREA BEFORE TOUCHING THE DATABASE. '10' IS   *
      * RETURNED FOR AN UNRECOGNIZED ACTION, ANY MISSING KEY FIELD OR  *
      * REQUESTER, OR AN UNRECOGNIZED F/P FLAG ON A SET-UP (A CLOSE    *
      * CARRIES NO FLAG), AND '25' FOR AN APPROVER WHO IS THE          *
      * REQUESTER.                                                     *
      ******************************************************************
       INITIALIZE-FIELDS.
      *
           IF E573-ENT EQUAL SPACES
              OR E573-CEN EQUAL SPACES
              OR E573-ACC EQUAL SPACES
              OR E573-USR-REQUEST EQUAL SPACES
              MOVE '10' TO E573-COD-RETURN
           END-IF
      *
                    MOVE '10' TO E573-COD-RETURN
                 END-IF
              END-IF
           END-IF
      *
           IF E573-COD-RETURN EQUAL '00'
              IF E573-USR-APPROVE EQUAL E573-USR-REQUEST
                 MOVE '25' TO E573-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
           END-IF.
      *
      ******************************************************************
      *.PN HOLD-FOR-APPROVAL.                                          *
      * A CHANGE THAT NAMES NO APPROVER IS TAKEN ONTO BGDT048 AS 'W'   *
      * AND '60' RETURNED, BEFORE THE MASTER ROW IS READ: BG9M5704     *
      * RE-DRIVES IT WITH THE APPROVER ONCE A SECOND USER SIGNS IT     *
      * OFF, AND ANY REFUSAL ('20', '30', '35', '40') IS SURFACED      *
      * THEN. THIS ROUTINE HAS NO EFFECTIVE DATE OF ITS OWN, SO THE    *
      * ROW CARRIES THE DAY THE CHANGE WAS REQUESTED.                  *
      ******************************************************************
       HOLD-FOR-APPROVAL.
      *
           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WK-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE '99'       TO E573-COD-RETURN
              MOVE SQLCODE    TO E573-SQLCODE
              MOVE SQLERRM    TO E573-SQLERRM
              MOVE 'SYSDUMMY' TO E573-DES-TABLE
              MOVE 'SELECT'   TO E573-REFERENCE
           ELSE
              MOVE 'BG9M5701'          TO V048-ROUTINE
              MOVE E573-ENT            TO V048-ENT
              MOVE E573-CEN            TO V048-CEN-REG
              MOVE E573-ACC            TO V048-ACC
              MOVE E573-FLG-PLGACC      TO V048-FLG-PLGACC
              MOVE E573-ACTION         TO V048-ACTION
              MOVE SPACES              TO V048-CODCLACC
              MOVE SPACES              TO V048-CLACC
              MOVE WK-CURRENT-DATE     TO V048-FEC-EFFECTIVE
              MOVE E573-USR-REQUEST    TO V048-USR-REQUEST
              MOVE SPACES              TO V048-USR-APPROVE
              MOVE E573-ID-BATCH       TO V048-ID-BATCH
              MOVE SPACES              TO V048-DES-CEN
      *
              EXEC SQL
                   INSERT INTO BGDT048
                          (T048_ROUTINE, T048_ENT, T048_CEN_REG,
                           T048_ACC, T048_FLG_PLGACC, T048_ACTION,
                           T048_CODCLACC, T048_CLACC,
                           T048_FEC_EFFECTIVE, T048_STA_PEND,
                           T048_COD_APPLY, T048_TIMESTAMP,
                           T048_USR_REQUEST, T048_USR_APPROVE,
                           T048_ID_BATCH, T048_DES_CEN)
                   VALUES (:V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                           :V048-ACC, :V048-FLG-PLGACC, :V048-ACTION,
                           :V048-CODCLACC, :V048-CLACC,
                           :V048-FEC-EFFECTIVE, 'W',
                           '  ', CURRENT TIMESTAMP,
                           :V048-USR-REQUEST, :V048-USR-APPROVE,
                           :V048-ID-BATCH, :V048-DES-CEN)
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
      *
              IF NOT SQL-88-OK
                 MOVE '99'       TO E573-COD-RETURN
                 MOVE SQLCODE    TO E573-SQLCODE
                 MOVE SQLERRM    TO E573-SQLERRM
                 MOVE 'BGDT048'  TO E573-DES-TABLE
                 MOVE 'INSERT'   TO E573-REFERENCE
              ELSE
                 MOVE '60' TO E573-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN PROCESS-ACCOUNT-MAINT.                                      *
      * READS THE CURRENT STATUS FOR THE ACCOUNT AND ROUTES TO THE     *
      * ACTION PARAGRAPH. A SET-UP OF A ROW THAT ALREADY EXISTS IS     *
