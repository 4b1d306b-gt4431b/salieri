      * APPLIED: IT IS QUEUED ON BGDT048 AND '50' IS RETURNED, AND     *
      * THE BG9B5712 OVERNIGHT STEP RE-DRIVES THIS ROUTINE THE NIGHT   *
      * THE DATE ARRIVES.                                              *
      * FOUR-EYES CONTROL: THE CALLER NAMES THE REQUESTING USER, AND   *
      * A CALL THAT NAMES NO APPROVER IS ONLY HELD ON BGDT048 AS 'W'   *
      * WITH '60' - NOTHING IS CHANGED UNTIL A SECOND USER APPROVES IT *
      * THROUGH BG9M5704, WHICH RE-DRIVES THIS ROUTINE WITH BOTH IDS.  *
      * AN APPROVER EQUAL TO THE REQUESTER IS REFUSED WITH '25'. BOTH  *
      * IDS ARE CARRIED ONTO THE BGDT043 ROW AND ANY BGDT048 ROW.      *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      *                                 REFERENCE TABLE - '15' FOR A   *
      *                                 CENTER THE TABLE DOES NOT      *
      *                                 KNOW                           *
      *     BG9M5700   RSANTOS 26-10-15 FOUR-EYES CONTROL - A CHANGE   *
      *                                 WITHOUT AN APPROVER IS HELD    *
      *                                 ON BGDT048 AS 'W' WITH '60';   *
      *                                 REQUESTER AND APPROVER NOW     *
      *                                 RECORDED ON BGDT043/BGDT048    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           IF E571-COD-RETURN = '00'
              PERFORM VALIDATE-CENTER
           END-IF.
      *
           IF E571-COD-RETURN = '00' AND E571-USR-APPROVE = SPACES
              PERFORM HOLD-FOR-APPROVAL
           END-IF.
      *
           IF E571-COD-RETURN = '00'
              PERFORM CHECK-EFFECTIVE-DATE
      ******************************************************************
      *.PN INITIALIZE-FIELDS.                                          *
      * VALIDATES THE COMMAREA BEFORE TOUCHING THE DATABASE. '10' IS   *
      * RETURNED FOR ANY MISSING KEY, AN UNRECOGNIZED NEW FLAG, A      *
      * MISSING EFFECTIVE DATE OR A MISSING REQUESTER, AND '25' FOR    *
      * AN APPROVER WHO IS THE REQUESTER.                              *
      ******************************************************************
       INITIALIZE-FIELDS.
      *
              OR E571-CEN EQUAL SPACES
              OR E571-ACC EQUAL SPACES
              OR E571-FEC-EFFECTIVE EQUAL SPACES
              OR E571-USR-REQUEST EQUAL SPACES
              MOVE '10' TO E571-COD-RETURN
           END-IF
      *
                 AND E571-FLG-PLGACC-NEW NOT EQUAL CA-P
                 MOVE '10' TO E571-COD-RETURN
              END-IF
           END-IF
      *
           IF E571-COD-RETURN EQUAL '00'
              IF E571-USR-APPROVE EQUAL E571-USR-REQUEST
                 MOVE '25' TO E571-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
           END-IF.
      *
      ******************************************************************
      *.PN HOLD-FOR-APPROVAL.                                          *
      * A CHANGE THAT NAMES NO APPROVER IS TAKEN ONTO BGDT048 AS 'W'   *
      * AND '60' RETURNED. LIKE A FUTURE-DATED CHANGE IT IS TAKEN AS   *
      * SUPPLIED, BEFORE THE MASTER ROW IS READ: BG9M5704 RE-DRIVES    *
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
      * AND '50' RETURNED - THE ROW IS NOT TOUCHED TODAY. THE QUEUE    *
              MOVE 'SELECT'   TO E571-REFERENCE
           ELSE
              IF E571-FEC-EFFECTIVE GREATER WK-CURRENT-DATE
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
           MOVE SPACES              TO V048-CODCLACC
           MOVE SPACES              TO V048-CLACC
           MOVE E571-FEC-EFFECTIVE  TO V048-FEC-EFFECTIVE
           MOVE E571-USR-REQUEST    TO V048-USR-REQUEST
           MOVE E571-USR-APPROVE    TO V048-USR-APPROVE
           MOVE E571-ID-BATCH       TO V048-ID-BATCH
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
              MOVE 'BGDT048'  TO E571-DES-TABLE
              MOVE 'INSERT'   TO E571-REFERENCE
           ELSE
              IF V048-STA-AWAITING
                 MOVE '60' TO E571-COD-RETURN
              ELSE
                 MOVE '50' TO E571-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
           MOVE WK-OLD-FLG-PLGACC      TO V043-FLG-PLGACC-OLD
           MOVE E571-FLG-PLGACC-NEW    TO V043-FLG-PLGACC-NEW
           MOVE E571-FEC-EFFECTIVE     TO V043-FEC-EFFECTIVE
           MOVE E571-USR-REQUEST       TO V043-USR-REQUEST
           MOVE E571-USR-APPROVE       TO V043-USR-APPROVE
      *
           EXEC SQL
                INSERT INTO BGDT043
                       (T043_ENT, T043_CEN_REG, T043_ACC,
                        T043_FLG_PLGACC_OLD, T043_FLG_PLGACC_NEW,
                        T043_FEC_EFFECTIVE, T043_TIMESTAMP,
                        T043_USR_REQUEST, T043_USR_APPROVE)
                VALUES (:V043-ENT, :V043-CEN-REG, :V043-ACC,
                        :V043-FLG-PLGACC-OLD, :V043-FLG-PLGACC-NEW,
                        :V043-FEC-EFFECTIVE, CURRENT TIMESTAMP,
                        :V043-USR-REQUEST, :V043-USR-APPROVE)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
