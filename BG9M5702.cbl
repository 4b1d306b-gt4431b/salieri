      * APPLIED: IT IS QUEUED ON BGDT048 AND '50' IS RETURNED, AND     *
      * THE BG9B5712 OVERNIGHT STEP RE-DRIVES THIS ROUTINE THE NIGHT   *
      * THE DATE ARRIVES.                                              *
      * FOUR-EYES CONTROL: THE CALLER NAMES THE REQUESTING USER, AND   *
      * A CALL THAT NAMES NO APPROVER IS ONLY HELD ON BGDT048 AS 'W'   *
      * WITH '60' - NOTHING IS CHANGED UNTIL A SECOND USER APPROVES IT *
      * THROUGH BG9M5704, WHICH RE-DRIVES THIS ROUTINE WITH BOTH IDS.  *
      * AN APPROVER EQUAL TO THE REQUESTER IS REFUSED WITH '25'. BOTH  *
      * IDS ARE CARRIED ONTO THE BGDT046 ROW AND ANY BGDT048 ROW.      *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      *                                 FUTURE-DATED CHANGE IS QUEUED  *
      *                                 ON BGDT048 WITH '50' INSTEAD   *
      *                                 OF APPLIED ON THE SPOT         *
      *     BG9M5702   RSANTOS 26-10-15 FOUR-EYES CONTROL - A CHANGE   *
      *                                 WITHOUT AN APPROVER IS HELD    *
      *                                 ON BGDT048 AS 'W' WITH '60';   *
      *                                 REQUESTER AND APPROVER NOW     *
      *                                 RECORDED ON BGDT046/BGDT048    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       PROCEDURE DIVISION USING BGEC572 CA-QBEC999-01.
      *
           PERFORM INITIALIZE-FIELDS.
      *
           IF E572-COD-RETURN = '00' AND E572-USR-APPROVE = SPACES
              PERFORM HOLD-FOR-APPROVAL
           END-IF.
      *
           IF E572-COD-RETURN = '00'
              PERFORM CHECK-EFFECTIVE-DATE
      *.PN INITIALIZE-FIELDS.                                          *
      * VALIDATES THE COMMAREA BEFORE TOUCHING THE DATABASE. '10' IS   *
      * RETURNED FOR AN UNRECOGNIZED ACTION, A MISSING CODE, A MISSING *
      * EFFECTIVE DATE OR REQUESTER, OR A MISSING CLEARING ACCOUNT ON  *
      * AN ADD OR RE-POINT (RETIRE CARRIES NO CLEARING ACCOUNT), AND   *
      * '25' FOR AN APPROVER WHO IS THE REQUESTER.                     *
      ******************************************************************
       INITIALIZE-FIELDS.
      *
      *
           IF E572-CODCLACC EQUAL SPACES
              OR E572-FEC-EFFECTIVE EQUAL SPACES
              OR E572-USR-REQUEST EQUAL SPACES
              MOVE '10' TO E572-COD-RETURN
           END-IF
      *
                 AND E572-CLACC EQUAL SPACES
                 MOVE '10' TO E572-COD-RETURN
              END-IF
           END-IF
      *
           IF E572-COD-RETURN EQUAL '00'
              IF E572-USR-APPROVE EQUAL E572-USR-REQUEST
                 MOVE '25' TO E572-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN HOLD-FOR-APPROVAL.                                          *
      * A CHANGE THAT NAMES NO APPROVER IS TAKEN ONTO BGDT048 AS 'W'   *
      * AND '60' RETURNED. LIKE A FUTURE-DATED CHANGE IT IS TAKEN AS   *
      * SUPPLIED, BEFORE THE CATALOG ROW IS READ: BG9M5704 RE-DRIVES   *
      * IT WITH THE APPROVER ONCE A SECOND USER SIGNS IT OFF, AND ANY  *
      * REFUSAL IS SURFACED THEN.                                      *
      ******************************************************************
       HOLD-FOR-APPROVAL.
      *
           SET V048-STA-AWAITING TO TRUE
           PERFORM QUEUE-PENDING-CHANGE.
      *
      ******************************************************************
      *.PN CHECK-EFFECTIVE-DATE.                                       *
      * AN EFFECTIVE DATE STILL IN THE FUTURE IS QUEUED ON BGDT048     *
      * AND '50' RETURNED - THE CATALOG IS NOT TOUCHED TODAY. THE      *
              MOVE 'SELECT'   TO E572-REFERENCE
           ELSE
              IF E572-FEC-EFFECTIVE GREATER WK-CURRENT-DATE
                 SET V048-STA-PENDING TO TRUE
                 PERFORM QUEUE-PENDING-CHANGE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN QUEUE-PENDING-CHANGE.                                       *
      * THE CALLER SETS V048-STA-PEND: 'P' FOR A FUTURE-DATED CHANGE   *
      * ('50'), 'W' FOR ONE HELD FOR APPROVAL ('60').                  *
      ******************************************************************
       QUEUE-PENDING-CHANGE.
      *
           MOVE E572-CODCLACC       TO V048-CODCLACC
           MOVE E572-CLACC          TO V048-CLACC
           MOVE E572-FEC-EFFECTIVE  TO V048-FEC-EFFECTIVE
           MOVE E572-USR-REQUEST    TO V048-USR-REQUEST
           MOVE E572-USR-APPROVE    TO V048-USR-APPROVE
           MOVE E572-ID-BATCH       TO V048-ID-BATCH
           MOVE SPACES              TO V048-DES-CEN
      *
           EXEC SQL
                INSERT INTO BGDT048
                        T048_ACC, T048_FLG_PLGACC, T048_ACTION,
                        T048_CODCLACC, T048_CLACC,
                        T048_FEC_EFFECTIVE, T048_STA_PEND,
                        T048_COD_APPLY, T048_TIMESTAMP,
                        T048_USR_REQUEST, T048_USR_APPROVE,
                        T048_ID_BATCH, T048_DES_CEN)
                VALUES (:V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                        :V048-ACC, :V048-FLG-PLGACC, :V048-ACTION,
                        :V048-CODCLACC, :V048-CLACC,
                        :V048-FEC-EFFECTIVE, :V048-STA-PEND,
                        '  ', CURRENT TIMESTAMP,
                        :V048-USR-REQUEST, :V048-USR-APPROVE,
                        :V048-ID-BATCH, :V048-DES-CEN)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
              MOVE 'BGDT048'  TO E572-DES-TABLE
              MOVE 'INSERT'   TO E572-REFERENCE
           ELSE
              IF V048-STA-AWAITING
                 MOVE '60' TO E572-COD-RETURN
              ELSE
                 MOVE '50' TO E572-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
           MOVE WK-OLD-STA-COD      TO V046-STA-COD-OLD
           MOVE V044-STA-COD        TO V046-STA-COD-NEW
           MOVE E572-FEC-EFFECTIVE  TO V046-FEC-EFFECTIVE
           MOVE E572-USR-REQUEST    TO V046-USR-REQUEST
           MOVE E572-USR-APPROVE    TO V046-USR-APPROVE
      *
           EXEC SQL
                INSERT INTO BGDT046
                       (T046_CODCLACC, T046_ACTION,
                        T046_CLACC_OLD, T046_CLACC_NEW,
                        T046_STA_COD_OLD, T046_STA_COD_NEW,
                        T046_FEC_EFFECTIVE, T046_TIMESTAMP,
                        T046_USR_REQUEST, T046_USR_APPROVE)
                VALUES (:V046-CODCLACC, :V046-ACTION,
                        :V046-CLACC-OLD, :V046-CLACC-NEW,
                        :V046-STA-COD-OLD, :V046-STA-COD-NEW,
                        :V046-FEC-EFFECTIVE, CURRENT TIMESTAMP,
                        :V046-USR-REQUEST, :V046-USR-APPROVE)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
