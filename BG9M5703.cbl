      * D - RE-DESCRIBE AN OPEN CENTER. REFUSED WITH '35' IF THE       *
      *     CENTER IS CLOSED AND '40' IF THE DESCRIPTION IS            *
      *     UNCHANGED.                                                 *
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
      *                                                                *
      * DCLGEN USED                                                    *
      * -----------------                                              *
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      * BGGT049: CENTER REFERENCE TABLE                                *
      *B.PR.E                                                          *
      ******************************************************************
      *     BG9M5703   RSANTOS 26-09-02 NEW PROGRAM - MAINTAIN THE     *
      *                                 BGDT049 CENTER REFERENCE       *
      *                                 TABLE                          *
      *     BG9M5703   RSANTOS 26-10-15 FOUR-EYES CONTROL - A CHANGE   *
      *                                 WITHOUT AN APPROVER IS HELD    *
      *                                 ON BGDT048 AS 'W' WITH '60'    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       WORKING-STORAGE SECTION.
      *
            COPY QAWCSQL.
      *
           EXEC SQL
             INCLUDE BGGT048
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT049
       01 WK-OLD-VALUES.
           05 WK-OLD-DES-CEN                PIC X(30).
           05 WK-OLD-STA-CEN                PIC X(01).
      *
       01 WK-CURRENT-DATE                  PIC X(10).
      *
           EXEC SQL
             INCLUDE SQLCA
       PROCEDURE DIVISION USING BGEC576 CA-QBEC999-01.
      *
           PERFORM INITIALIZE-FIELDS.
      *
           IF E576-COD-RETURN = '00' AND E576-USR-APPROVE = SPACES
              PERFORM HOLD-FOR-APPROVAL
           END-IF.
      *
           IF E576-COD-RETURN = '00'
              PERFORM PROCESS-CENTER-MAINT
      ******************************************************************
      *.PN INITIALIZE-FIELDS.                                          *
      * VALIDATES THE COMMAREA BEFORE TOUCHING THE DATABASE. '10' IS   *
      * RETURNED FOR AN UNRECOGNIZED ACTION, A MISSING KEY OR          *
      * REQUESTER, OR A MISSING DESCRIPTION ON AN ADD OR RE-DESCRIBE   *
      * (A CLOSE CARRIES NO DESCRIPTION), AND '25' FOR AN APPROVER     *
      * WHO IS THE REQUESTER.                                          *
      ******************************************************************
       INITIALIZE-FIELDS.
      *
      *
           IF E576-ENT EQUAL SPACES
              OR E576-CEN EQUAL SPACES
              OR E576-USR-REQUEST EQUAL SPACES
              MOVE '10' TO E576-COD-RETURN
           END-IF
      *
                 AND E576-DES-CEN EQUAL SPACES
                 MOVE '10' TO E576-COD-RETURN
              END-IF
           END-IF
      *
           IF E576-COD-RETURN EQUAL '00'
              IF E576-USR-APPROVE EQUAL E576-USR-REQUEST
                 MOVE '25' TO E576-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN HOLD-FOR-APPROVAL.                                          *
      * A CHANGE THAT NAMES NO APPROVER IS TAKEN ONTO BGDT048 AS 'W'   *
      * AND '60' RETURNED, BEFORE THE CENTER ROW IS READ: BG9M5704     *
      * RE-DRIVES IT WITH THE APPROVER ONCE A SECOND USER SIGNS IT     *
      * OFF, AND ANY REFUSAL IS SURFACED THEN. THE ENTITY/CENTER GO    *
      * IN THE QUEUE'S KEY COLUMNS AND THE DESCRIPTION IN              *
      * T048_DES_CEN; THE ROW CARRIES THE DAY THE CHANGE WAS           *
      * REQUESTED AS ITS EFFECTIVE DATE.                               *
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
              MOVE '99'       TO E576-COD-RETURN
              MOVE SQLCODE    TO E576-SQLCODE
              MOVE SQLERRM    TO E576-SQLERRM
              MOVE 'SYSDUMMY' TO E576-DES-TABLE
              MOVE 'SELECT'   TO E576-REFERENCE
           ELSE
              MOVE 'BG9M5703'          TO V048-ROUTINE
              MOVE E576-ENT            TO V048-ENT
              MOVE E576-CEN            TO V048-CEN-REG
              MOVE SPACES              TO V048-ACC
              MOVE SPACES              TO V048-FLG-PLGACC
              MOVE E576-ACTION         TO V048-ACTION
              MOVE SPACES              TO V048-CODCLACC
              MOVE SPACES              TO V048-CLACC
              MOVE WK-CURRENT-DATE     TO V048-FEC-EFFECTIVE
              MOVE E576-USR-REQUEST    TO V048-USR-REQUEST
              MOVE SPACES              TO V048-USR-APPROVE
              MOVE E576-ID-BATCH       TO V048-ID-BATCH
              MOVE E576-DES-CEN        TO V048-DES-CEN
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
                 MOVE '99'       TO E576-COD-RETURN
                 MOVE SQLCODE    TO E576-SQLCODE
                 MOVE SQLERRM    TO E576-SQLERRM
                 MOVE 'BGDT048'  TO E576-DES-TABLE
                 MOVE 'INSERT'   TO E576-REFERENCE
              ELSE
                 MOVE '60' TO E576-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
