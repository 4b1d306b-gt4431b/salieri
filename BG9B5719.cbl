      * BG9B5719: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * NIGHTLY END-OF-DAY SNAPSHOT OF THE CLEARING BALANCES. COPIES   *
      * EVERY BGDT047 RUNNING BALANCE TO THE BGDT054 HISTORY UNDER     *
      * THE RUN'S BUSINESS DATE, WITH THE ACCOUNT'S F/P FLAG FROM      *
      * BGDT041 AS IT STANDS TONIGHT (BLANK WHEN THE BALANCE HAS NO    *
      * MASTER ROW), SO THE MONTH-END CERTIFICATION IN BG9B5720 CAN    *
      * READ ANY PAST DAY'S BALANCES INSTEAD OF THE CONTROLLERS        *
      * REBUILDING THEM FROM THE GL. IT RUNS AFTER BG9B5708 HAS        *
      * POSTED THE DAY'S FEED. THE DAY'S ROWS ARE DELETED AND WRITTEN  *
      * AGAIN IN ONE UNIT OF WORK COMMITTED AT THE VERY END, SO A      *
      * RERUN FOR THE SAME BUSINESS DATE REPLACES THE SNAPSHOT WHOLE   *
      * (AN ACCOUNT WHOSE BALANCE HAS SINCE GONE DOES NOT LINGER) AND  *
      * AN ABEND LEAVES THE PREVIOUS SNAPSHOT AS IT WAS.               *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * ----------------                                               *
      * QAWCSQL                                                        *
      * BGEC574: COMMAREA BG9C5701 (BGDT045 RUN CONTROL)               *
      * QBEC999                                                        *
      *                                                                *
      * DCLGEN USED                                                    *
      * -----------------                                              *
      * BGGT047: RUNNING BALANCE PER CLEARING ACCOUNT                  *
      * BGGT054: END-OF-DAY BALANCE HISTORY                            *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5719.
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
      *     BG9B5719   RSANTOS 26-10-15 NEW PROGRAM - NIGHTLY BGDT047  *
      *                                 SNAPSHOT TO BALANCE HISTORY    *
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
             INCLUDE BGGT047
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT054
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
       01  VA-SWITCHES.
           05 SW-END                       PIC X(1)    VALUE 'N'.
              88 SW-END-YES                            VALUE 'S'.
              88 SW-END-NO                             VALUE 'N'.
      *
           05 SW-ABEND                     PIC X(1)    VALUE 'N'.
              88 SW-ABEND-YES                          VALUE 'S'.
              88 SW-ABEND-NO                           VALUE 'N'.
      *
           05 SW-CURSOR-OPEN                PIC X(1)    VALUE 'N'.
              88 SW-CURSOR-OPEN-YES                    VALUE 'S'.
              88 SW-CURSOR-OPEN-NO                     VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-SNAP-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-NO-MASTER-COUNT            PIC S9(9)   COMP VALUE 0.
           05 VN-IND-FLG                    PIC S9(4)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM RUN-CONTROL-START.
      *
           IF SW-ABEND-NO
              PERFORM INITIALIZE-SNAPSHOT
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM SNAPSHOT-ONE-BALANCE
                UNTIL SW-END-YES OR SW-ABEND-YES
           END-IF.
      *
           PERFORM TERMINATE-SNAPSHOT.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-SNAPSHOT.                                        *
      * CLEARS ANY SNAPSHOT ALREADY TAKEN FOR TONIGHT'S BUSINESS DATE  *
      * AND OPENS THE CURSOR OVER THE BALANCES. THE FLAG COMES FROM A  *
      * LEFT JOIN SO A BALANCE WHOSE MASTER ROW HAS GONE IS STILL      *
      * SNAPSHOT - THE MONEY IS THERE WHETHER THE MASTER ROW IS OR     *
      * NOT.                                                           *
      ******************************************************************
       INITIALIZE-SNAPSHOT.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           MOVE E574-FEC-BUSINESS TO V054-FEC-BALANCE
      *
           EXEC SQL
                DELETE FROM BGDT054
                 WHERE T054_FEC_BALANCE = :V054-FEC-BALANCE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
              DISPLAY 'BG9B5719 - BGDT054 DELETE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   DECLARE CSR-S047 CURSOR FOR
                     SELECT B.T047_ENT, B.T047_CEN_REG, B.T047_ACC,
                            B.T047_IMP_BALANCE, B.T047_FEC_ULT_MOV,
                            M.T041_FLG_PLGDACC
                       FROM BGDT047 B
                       LEFT JOIN BGDT041 M
                         ON M.T041_ENT     = B.T047_ENT
                        AND M.T041_CEN_REG = B.T047_CEN_REG
                        AND M.T041_ACC     = B.T047_ACC
                      ORDER BY B.T047_ENT, B.T047_CEN_REG, B.T047_ACC
              END-EXEC
      *
              EXEC SQL
                   OPEN CSR-S047
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5719 - CSR-S047 OPEN FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-CURSOR-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN SNAPSHOT-ONE-BALANCE.                                       *
      ******************************************************************
       SNAPSHOT-ONE-BALANCE.
      *
           EXEC SQL
                FETCH CSR-S047
                  INTO :V047-ENT, :V047-CEN-REG, :V047-ACC,
                       :V047-IMP-BALANCE, :V047-FEC-ULT-MOV,
                       :V054-FLG-PLGACC :VN-IND-FLG
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5719 - CSR-S047 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF VN-IND-FLG LESS ZERO
                    MOVE SPACES TO V054-FLG-PLGACC
                    ADD CN-1 TO VN-NO-MASTER-COUNT
                 END-IF
                 PERFORM INSERT-HISTORY-ROW
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN INSERT-HISTORY-ROW.                                         *
      ******************************************************************
       INSERT-HISTORY-ROW.
      *
           MOVE V047-ENT         TO V054-ENT
           MOVE V047-CEN-REG     TO V054-CEN-REG
           MOVE V047-ACC         TO V054-ACC
           MOVE V047-IMP-BALANCE TO V054-IMP-BALANCE
           MOVE V047-FEC-ULT-MOV TO V054-FEC-ULT-MOV
      *
           EXEC SQL
                INSERT INTO BGDT054
                       (T054_FEC_BALANCE, T054_ENT, T054_CEN_REG,
                        T054_ACC, T054_FLG_PLGACC, T054_IMP_BALANCE,
                        T054_FEC_ULT_MOV)
                VALUES (:V054-FEC-BALANCE, :V054-ENT, :V054-CEN-REG,
                        :V054-ACC, :V054-FLG-PLGACC, :V054-IMP-BALANCE,
                        :V054-FEC-ULT-MOV)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5719 - BGDT054 INSERT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              ADD CN-1 TO VN-SNAP-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN TERMINATE-SNAPSHOT.                                         *
      * THE DELETE AND EVERY INSERT ARE COMMITTED TOGETHER HERE OR NOT *
      * AT ALL.                                                        *
      ******************************************************************
       TERMINATE-SNAPSHOT.
      *
           IF SW-CURSOR-OPEN-YES
              EXEC SQL
                   CLOSE CSR-S047
              END-EXEC
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5719 - COMMIT FAILED, SQLCODE ' SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           DISPLAY 'BG9B5719 - SNAPSHOT DATE: ' V054-FEC-BALANCE.
           DISPLAY 'BG9B5719 - BALANCES SNAPSHOT: ' VN-SNAP-COUNT.
           DISPLAY 'BG9B5719 - WITH NO MASTER ROW: '
                    VN-NO-MASTER-COUNT.
      *
      ******************************************************************
      *.PN RUN-CONTROL-START.                                          *
      * WRITES THIS RUN'S START ROW ON BGDT045 THROUGH BG9C5701 AND    *
      * LEAVES THE BUSINESS DATE IT HANDS BACK IN THE COMMAREA FOR     *
      * THE END ROW.                                                   *
      ******************************************************************
       RUN-CONTROL-START.
      *
           INITIALIZE BGEC574
           MOVE 'BG9B5719' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5719 - RUN CONTROL START FAILED, SQLCODE '
                       E574-SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN RUN-CONTROL-END.                                            *
      * THE COMMAREA STILL CARRIES THE PROGRAM-ID AND BUSINESS DATE    *
      * FROM THE START CALL; ONLY THE ROW TYPE, THE COUNT AND THE      *
      * RETURN CODE ARE SET HERE. WHEN THE START ROW ITSELF NEVER      *
      * MADE IT OUT THERE IS NOTHING TO PAIR AN END ROW WITH, SO THE   *
      * CALL IS SKIPPED.                                               *
      ******************************************************************
       RUN-CONTROL-END.
      *
           IF E574-FEC-BUSINESS NOT EQUAL SPACES
              SET E574-TYP-END TO TRUE
              MOVE VN-SNAP-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5719 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F96 ********* DO NOT REMOVE *********
