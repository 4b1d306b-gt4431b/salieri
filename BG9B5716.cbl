      * BG9B5716: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * BATCH FOUR-EYES DECISION FOR A BG9B5711 BULK FILE. EVERY       *
      * CHANGE A BULK RUN PUSHES THROUGH THE ROUTINES IS HELD ON       *
      * BGDT048 AS 'W' UNDER THE BATCH ID ON THAT RUN'S CONTROL CARD;  *
      * DECIDING THEM ONE BY ONE THROUGH BG9M5704 WOULD MEAN HUNDREDS  *
      * OF KEYINGS FOR ONE SIGNED-OFF FILE. THIS STEP TAKES THE        *
      * APPROVER'S DECISION ONCE FOR THE WHOLE BATCH AND HANDS EVERY   *
      * ROW STILL AWAITING UNDER THAT BATCH ID TO BG9M5704, OLDEST     *
      * FIRST SO THE CHANGES LAND IN THE ORDER THE FILE CARRIED THEM,  *
      * WRITING ONE REPORT LINE PER ROW WITH ITS OUTCOME. THE UNIT OF  *
      * WORK IS COMMITTED ROW BY ROW, SO A RERUN AFTER AN ABEND PICKS  *
      * UP ONLY THE ROWS STILL AWAITING. ANY ROW THE ROUTINE REFUSED   *
      * AT APPROVAL, OR THAT BG9M5704 WOULD NOT DECIDE (THE APPROVER   *
      * IS THE REQUESTER), ENDS THE RUN WITH RETURN CODE 8, AS DOES A  *
      * BATCH ID WITH NOTHING AWAITING - ALMOST ALWAYS A MISKEYED      *
      * CARD, AND A BATCH THAT SILENTLY STAYS HELD IS THE WORST CASE.  *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * ----------------                                               *
      * QAWCSQL                                                        *
      * BGEC574: COMMAREA BG9C5701 (BGDT045 RUN CONTROL)               *
      * BGEC577: COMMAREA BG9M5704                                     *
      * QBEC999                                                        *
      *                                                                *
      * DCLGEN USED                                                    *
      * -----------------                                              *
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5716.
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
      *     BG9B5716   RSANTOS 26-10-15 NEW PROGRAM - APPROVE OR       *
      *                                 REJECT A HELD BG9B5711 BATCH   *
      *                                 THROUGH BG9M5704               *
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT WK-PARM-FILE ASSIGN TO BGPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-PARM-STATUS.
      *
           SELECT WK-REPORT-FILE ASSIGN TO BGREPAPV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FILE-STATUS.
      *
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  WK-PARM-FILE.
      *
      * ONE CONTROL RECORD: THE DECISION ('A' APPROVE, 'R' REJECT),    *
      * THE BATCH ID THE BG9B5711 RUN WAS GIVEN AND THE APPROVER'S     *
      * USER ID, E.G. 'AMAR26R01BJONES  '.                             *
       01  WP-PARM-RECORD.
           05 WP-ACTION                    PIC X(01).
              88 WP-ACTION-APPROVE                     VALUE 'A'.
              88 WP-ACTION-REJECT                      VALUE 'R'.
           05 WP-ID-BATCH                  PIC X(08).
           05 WP-USR-APPROVE               PIC X(08).
      *
       FD  WK-REPORT-FILE.
      *
       01  WE-REPORT-LINE                  PIC X(80).
      *
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
            COPY QAWCSQL.
      *
           EXEC SQL
             INCLUDE BGGT048
           END-EXEC.
      *
           COPY BGEC574.
      *
           COPY BGEC577.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
       01 WK-PARM-STATUS                   PIC X(02).
       01 WK-FILE-STATUS                   PIC X(02).
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
           05 SW-FILE-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-FILE-OPEN-YES                      VALUE 'S'.
              88 SW-FILE-OPEN-NO                       VALUE 'N'.
      *
           05 SW-CURSOR-OPEN                PIC X(1)    VALUE 'N'.
              88 SW-CURSOR-OPEN-YES                    VALUE 'S'.
              88 SW-CURSOR-OPEN-NO                     VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-HELD-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-APPLIED-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-REJECTED-COUNT             PIC S9(9)   COMP VALUE 0.
           05 VN-ERROR-COUNT                PIC S9(9)   COMP VALUE 0.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CA-AWAITING                  PIC X(01)   VALUE 'W'.
      *
       01 WK-DECISION-DETAIL.
           05 WD-ROUTINE                   PIC X(08).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-ENT                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-CEN                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-CODCLACC                   PIC X(06).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-USR-REQUEST                PIC X(08).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-OUTCOME                   PIC X(11).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-COD-RETURN                PIC X(02).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-COD-APPLY                  PIC X(02).
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
              PERFORM INITIALIZE-DECISION
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM DECIDE-HELD-CHANGE
                UNTIL SW-END-YES OR SW-ABEND-YES
           END-IF.
      *
           PERFORM TERMINATE-DECISION.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-ERROR-COUNT GREATER ZERO
                 OR VN-HELD-COUNT EQUAL ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-DECISION.                                        *
      * READS THE DECISION CARD, OPENS THE REPORT AND THE CURSOR OVER  *
      * THE BATCH'S ROWS STILL AWAITING APPROVAL.                      *
      ******************************************************************
       INITIALIZE-DECISION.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-PARM-FILE
           IF WK-PARM-STATUS NOT = '00'
              DISPLAY 'BG9B5716 - PARM OPEN FAILED, FILE STATUS '
                       WK-PARM-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              READ WK-PARM-FILE
              IF WK-PARM-STATUS NOT = '00'
                 DISPLAY 'BG9B5716 - PARM READ FAILED, FILE STATUS '
                          WK-PARM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF (NOT WP-ACTION-APPROVE AND NOT WP-ACTION-REJECT)
                    OR WP-ID-BATCH    EQUAL SPACES
                    OR WP-USR-APPROVE EQUAL SPACES
                    DISPLAY 'BG9B5716 - BAD CONTROL CARD: '
                             WP-PARM-RECORD
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    MOVE WP-ID-BATCH TO V048-ID-BATCH
                 END-IF
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5716 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-FILE-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
      * WITH HOLD: EVERY DECISION IS COMMITTED AS IT IS TAKEN, AND     *
      * WITHOUT IT THE FIRST COMMIT WOULD CLOSE THE CURSOR.            *
              EXEC SQL
                   DECLARE CSR-W048 CURSOR WITH HOLD FOR
                     SELECT T048_ROUTINE, T048_ENT, T048_CEN_REG,
                            T048_ACC, T048_CODCLACC,
                            CHAR(T048_TIMESTAMP), T048_USR_REQUEST
                       FROM BGDT048
                      WHERE T048_ID_BATCH = :V048-ID-BATCH
                        AND T048_STA_PEND = :CA-AWAITING
                      ORDER BY T048_TIMESTAMP
              END-EXEC
      *
              EXEC SQL
                   OPEN CSR-W048
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5716 - CSR-W048 OPEN FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-CURSOR-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN DECIDE-HELD-CHANGE.                                         *
      * HANDS ONE HELD ROW TO BG9M5704 WITH THE CARD'S DECISION AND    *
      * APPROVER. A '99' ABENDS THE RUN WITHOUT A COMMIT, LEAVING THE  *
      * ROW AWAITING FOR THE RERUN.                                    *
      ******************************************************************
       DECIDE-HELD-CHANGE.
      *
           EXEC SQL
                FETCH CSR-W048
                  INTO :V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                       :V048-ACC, :V048-CODCLACC,
                       :V048-TIMESTAMP, :V048-USR-REQUEST
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5716 - CSR-W048 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-HELD-COUNT
                 INITIALIZE BGEC577
                 MOVE WP-ACTION      TO E577-ACTION
                 MOVE V048-TIMESTAMP TO E577-TIMESTAMP
                 MOVE WP-USR-APPROVE TO E577-USR-APPROVE
      *
                 CALL 'BG9M5704' USING BGEC577 WA-QBEC999-01
      *
                 IF E577-COD-RETURN EQUAL '99'
                    DISPLAY 'BG9B5716 - BG9M5704 RETURNED 99 ON '
                             V048-TIMESTAMP ', SQLCODE '
                             E577-SQLCODE
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    PERFORM WRITE-DECISION-LINE
                    IF SW-ABEND-NO
                       PERFORM COMMIT-DECISION
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-DECISION-LINE.                                        *
      * APPLIED AND REJECTED ARE THE TWO CLEAN OUTCOMES; A CHANGE THE  *
      * ROUTINE REFUSED ONCE APPROVED, OR A ROW BG9M5704 WOULD NOT     *
      * DECIDE, IS COUNTED AS AN ERROR FOR THE RETURN CODE.            *
      ******************************************************************
       WRITE-DECISION-LINE.
      *
           MOVE V048-ROUTINE     TO WD-ROUTINE
           MOVE V048-ENT         TO WD-ENT
           MOVE V048-CEN-REG     TO WD-CEN
           MOVE V048-ACC         TO WD-ACC
           MOVE V048-CODCLACC    TO WD-CODCLACC
           MOVE V048-USR-REQUEST  TO WD-USR-REQUEST
           MOVE E577-COD-RETURN  TO WD-COD-RETURN
           MOVE E577-COD-APPLY    TO WD-COD-APPLY
      *
           EVALUATE TRUE
             WHEN E577-COD-RETURN NOT EQUAL '00'
               MOVE 'NOT DECIDED' TO WD-OUTCOME
               ADD CN-1 TO VN-ERROR-COUNT
             WHEN E577-ACTION-REJECT
               MOVE 'REJECTED'   TO WD-OUTCOME
               ADD CN-1 TO VN-REJECTED-COUNT
             WHEN E577-COD-APPLY EQUAL '00'
               MOVE 'APPLIED'    TO WD-OUTCOME
               ADD CN-1 TO VN-APPLIED-COUNT
             WHEN E577-COD-APPLY EQUAL '50'
               MOVE 'QUEUED'     TO WD-OUTCOME
               ADD CN-1 TO VN-APPLIED-COUNT
             WHEN OTHER
               MOVE 'REFUSED'    TO WD-OUTCOME
               ADD CN-1 TO VN-ERROR-COUNT
           END-EVALUATE
      *
           MOVE SPACES             TO WE-REPORT-LINE
           MOVE WK-DECISION-DETAIL TO WE-REPORT-LINE
           WRITE WE-REPORT-LINE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5716 - WRITE FAILED, FILE STATUS '
                       WK-FILE-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN COMMIT-DECISION.                                            *
      ******************************************************************
       COMMIT-DECISION.
      *
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5716 - COMMIT FAILED, SQLCODE ' SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN TERMINATE-DECISION.                                         *
      ******************************************************************
       TERMINATE-DECISION.
      *
           IF SW-CURSOR-OPEN-YES
              EXEC SQL
                   CLOSE CSR-W048
              END-EXEC
           END-IF.
      *
           IF SW-FILE-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5716 - BATCH ID: ' WP-ID-BATCH.
           DISPLAY 'BG9B5716 - HELD CHANGES READ: ' VN-HELD-COUNT.
           DISPLAY 'BG9B5716 - APPLIED OR QUEUED: ' VN-APPLIED-COUNT.
           DISPLAY 'BG9B5716 - REJECTED: ' VN-REJECTED-COUNT.
           DISPLAY 'BG9B5716 - REFUSED OR NOT DECIDED: '
                    VN-ERROR-COUNT.
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
           MOVE 'BG9B5716' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5716 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-HELD-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5716 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F93 ********* DO NOT REMOVE *********
