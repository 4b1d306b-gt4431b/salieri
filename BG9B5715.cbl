      *                                 BGDT050/BGDT051 BASELINES AND  *
      *                                 BGDT043/BGDT046 ARCHIVE AND    *
      *                                 PURGE                          *
      *     BG9B5715   RSANTOS 26-10-15 ARCHIVE RECORDS CARRY THE      *
      *                                 REQUESTER AND APPROVER IDS     *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 WA43-FLG-PLGACC-NEW           PIC X(01).
           05 WA43-FEC-EFFECTIVE            PIC X(10).
           05 WA43-TIMESTAMP               PIC X(26).
           05 WA43-USR-REQUEST              PIC X(08).
           05 WA43-USR-APPROVE              PIC X(08).
      *
       FD  WK-ARC046-FILE.
      *
           05 WA46-STA-COD-NEW              PIC X(01).
           05 WA46-FEC-EFFECTIVE            PIC X(10).
           05 WA46-TIMESTAMP               PIC X(26).
           05 WA46-USR-REQUEST              PIC X(08).
           05 WA46-USR-APPROVE              PIC X(08).
      *
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
                   DECLARE CSR-A043 CURSOR FOR
                     SELECT T043_ENT, T043_CEN_REG, T043_ACC,
                            T043_FLG_PLGACC_OLD, T043_FLG_PLGACC_NEW,
                            T043_FEC_EFFECTIVE, CHAR(T043_TIMESTAMP),
                            T043_USR_REQUEST, T043_USR_APPROVE
                       FROM BGDT043
                      WHERE T043_FEC_EFFECTIVE <= :WK-CUTOFF-DATE
                      ORDER BY T043_ENT, T043_CEN_REG, T043_ACC,
                FETCH CSR-A043
                  INTO :V043-ENT, :V043-CEN-REG, :V043-ACC,
                       :V043-FLG-PLGACC-OLD, :V043-FLG-PLGACC-NEW,
                       :V043-FEC-EFFECTIVE, :V043-TIMESTAMP,
                       :V043-USR-REQUEST, :V043-USR-APPROVE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
                 MOVE V043-FLG-PLGACC-NEW   TO WA43-FLG-PLGACC-NEW
                 MOVE V043-FEC-EFFECTIVE    TO WA43-FEC-EFFECTIVE
                 MOVE V043-TIMESTAMP       TO WA43-TIMESTAMP
                 MOVE V043-USR-REQUEST      TO WA43-USR-REQUEST
                 MOVE V043-USR-APPROVE      TO WA43-USR-APPROVE
      *
                 WRITE WA-ARC043-RECORD
                 IF WK-A43-STATUS NOT = '00'
                     SELECT T046_CODCLACC, T046_ACTION,
                            T046_CLACC_OLD, T046_CLACC_NEW,
                            T046_STA_COD_OLD, T046_STA_COD_NEW,
                            T046_FEC_EFFECTIVE, CHAR(T046_TIMESTAMP),
                            T046_USR_REQUEST, T046_USR_APPROVE
                       FROM BGDT046
                      WHERE T046_FEC_EFFECTIVE <= :WK-CUTOFF-DATE
                      ORDER BY T046_CODCLACC, T046_TIMESTAMP
                  INTO :V046-CODCLACC, :V046-ACTION,
                       :V046-CLACC-OLD, :V046-CLACC-NEW,
                       :V046-STA-COD-OLD, :V046-STA-COD-NEW,
                       :V046-FEC-EFFECTIVE, :V046-TIMESTAMP,
                       :V046-USR-REQUEST, :V046-USR-APPROVE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
                 MOVE V046-STA-COD-NEW  TO WA46-STA-COD-NEW
                 MOVE V046-FEC-EFFECTIVE TO WA46-FEC-EFFECTIVE
                 MOVE V046-TIMESTAMP    TO WA46-TIMESTAMP
                 MOVE V046-USR-REQUEST  TO WA46-USR-REQUEST
                 MOVE V046-USR-APPROVE  TO WA46-USR-APPROVE
      *
                 WRITE WA-ARC046-RECORD
                 IF WK-A46-STATUS NOT = '00'
