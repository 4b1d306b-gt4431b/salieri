      * LEAVES EVERY FINISHED ROW FINISHED. ANY 'E' ROW ENDS THE RUN   *
      * WITH RETURN CODE 8 SO A CHANGE THAT WAITED DAYS FOR ITS NIGHT  *
      * AND THEN FAILED CANNOT PASS UNNOTICED.                         *
      * A 'P' ROW IS ALWAYS AN APPROVED CHANGE - ROWS STILL AWAITING   *
      * FOUR-EYES APPROVAL ARE 'W' AND ARE NOT TOUCHED HERE - SO THE   *
      * ROUTINE IS RE-DRIVEN WITH THE REQUESTER AND APPROVER THE ROW   *
      * CARRIES AND RECORDS BOTH ON ITS HISTORY ROW.                   *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      *     BG9B5712   RSANTOS 26-09-02 NEW PROGRAM - APPLY THE        *
      *                                 BGDT048 PENDING CHANGES WHOSE  *
      *                                 EFFECTIVE DATE HAS ARRIVED     *
      *     BG9B5712   RSANTOS 26-10-15 RE-DRIVE WITH THE ROW'S        *
      *                                 REQUESTER AND APPROVER IDS     *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
                     SELECT T048_ROUTINE, T048_ENT, T048_CEN_REG,
                            T048_ACC, T048_FLG_PLGACC, T048_ACTION,
                            T048_CODCLACC, T048_CLACC,
                            T048_FEC_EFFECTIVE, CHAR(T048_TIMESTAMP),
                            T048_USR_REQUEST, T048_USR_APPROVE,
                            T048_ID_BATCH
                       FROM BGDT048
                      WHERE T048_STA_PEND      = 'P'
                        AND T048_FEC_EFFECTIVE <= :WK-CURRENT-DATE
                  INTO :V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                       :V048-ACC, :V048-FLG-PLGACC, :V048-ACTION,
                       :V048-CODCLACC, :V048-CLACC,
                       :V048-FEC-EFFECTIVE, :V048-TIMESTAMP,
                       :V048-USR-REQUEST, :V048-USR-APPROVE,
                       :V048-ID-BATCH
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
           MOVE V048-ACC           TO E571-ACC
           MOVE V048-FLG-PLGACC     TO E571-FLG-PLGACC-NEW
           MOVE V048-FEC-EFFECTIVE  TO E571-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST    TO E571-USR-REQUEST
           MOVE V048-USR-APPROVE    TO E571-USR-APPROVE
           MOVE V048-ID-BATCH       TO E571-ID-BATCH
      *
           CALL 'BG9M5700' USING BGEC571 WA-QBEC999-01
      *
           MOVE V048-CODCLACC      TO E572-CODCLACC
           MOVE V048-CLACC         TO E572-CLACC
           MOVE V048-FEC-EFFECTIVE  TO E572-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST    TO E572-USR-REQUEST
           MOVE V048-USR-APPROVE    TO E572-USR-APPROVE
           MOVE V048-ID-BATCH       TO E572-ID-BATCH
      *
           CALL 'BG9M5702' USING BGEC572 WA-QBEC999-01
      *
