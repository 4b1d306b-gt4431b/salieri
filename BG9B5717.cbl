      * BG9B5717: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * AGED-APPROVAL REPORT FOR THE FOUR-EYES HOLD ON BGDT048. A      *
      * CHANGE HELD AS 'W' DOES NOTHING UNTIL A SECOND USER DECIDES    *
      * IT, AND A RECLASSIFICATION NOBODY GETS ROUND TO APPROVING IS   *
      * AS MISSING ON ITS NIGHT AS ONE NOBODY KEYED. THIS STEP LISTS   *
      * EVERY CHANGE STILL AWAITING APPROVAL MORE THAN THE NUMBER OF   *
      * DAYS ON THE CONTROL CARD AFTER IT WAS HELD - ROUTINE, KEY,     *
      * REQUESTER, BG9B5711 BATCH ID, DATE HELD, EFFECTIVE DATE AND    *
      * DAYS WAITING - OLDEST FIRST, AND ENDS WITH RETURN CODE 8 WHEN  *
      * IT LISTED ANYTHING SO THE AGED HOLDS RAISE THEMSELVES.         *
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
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5717.
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
      *     BG9B5717   RSANTOS 26-10-15 NEW PROGRAM - CHANGES AWAITING *
      *                                 APPROVAL LONGER THAN N DAYS    *
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
           SELECT WK-REPORT-FILE ASSIGN TO BGREPAWT
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
      * ONE CONTROL RECORD: THE NUMBER OF DAYS A CHANGE MAY WAIT FOR   *
      * APPROVAL BEFORE IT IS LISTED, E.G. '005'.                      *
       01  WP-PARM-RECORD.
           05 WP-DAYS-WAIT                 PIC 9(03).
      *
       FD  WK-REPORT-FILE.
      *
       01  WE-REPORT-LINE                  PIC X(100).
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
           05 VN-AGED-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-DAYS-WAIT                  PIC S9(9)   COMP.
           05 VN-DAYS-WAITING               PIC S9(9)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CA-AWAITING                  PIC X(01)   VALUE 'W'.
      *
       01 WK-FEC-HELD                      PIC X(10).
      *
       01 WK-AGED-DETAIL.
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
           05 WD-ID-BATCH                  PIC X(08).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-HELD                  PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-EFFECTIVE              PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-DAYS-WAITING               PIC ZZZ.ZZ9.
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
              PERFORM INITIALIZE-AGED-LIST
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM LIST-AGED-CHANGE
                UNTIL SW-END-YES OR SW-ABEND-YES
           END-IF.
      *
           PERFORM TERMINATE-AGED-LIST.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-AGED-COUNT GREATER ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-AGED-LIST.                                       *
      * READS THE DAYS ALLOWED, OPENS THE REPORT AND THE CURSOR OVER   *
      * THE HELD ROWS QUEUED MORE THAN THAT MANY DAYS BEFORE TODAY.    *
      * THE QUEUEING TIMESTAMP IS THE MOMENT THE CHANGE WAS HELD, SO   *
      * IT IS THE CLOCK THE WAIT IS MEASURED ON.                       *
      ******************************************************************
       INITIALIZE-AGED-LIST.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-PARM-FILE
           IF WK-PARM-STATUS NOT = '00'
              DISPLAY 'BG9B5717 - PARM OPEN FAILED, FILE STATUS '
                       WK-PARM-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              READ WK-PARM-FILE
              IF WK-PARM-STATUS NOT = '00'
                 DISPLAY 'BG9B5717 - PARM READ FAILED, FILE STATUS '
                          WK-PARM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF WP-DAYS-WAIT NOT NUMERIC
                    DISPLAY 'BG9B5717 - BAD CONTROL CARD: '
                             WP-PARM-RECORD
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    MOVE WP-DAYS-WAIT TO VN-DAYS-WAIT
                 END-IF
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5717 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-FILE-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   DECLARE CSR-AWT048 CURSOR FOR
                     SELECT T048_ROUTINE, T048_ENT, T048_CEN_REG,
                            T048_ACC, T048_CODCLACC,
                            T048_USR_REQUEST, T048_ID_BATCH,
                            T048_FEC_EFFECTIVE,
                            CHAR(DATE(T048_TIMESTAMP), ISO),
                            DAYS(CURRENT DATE)
                              - DAYS(T048_TIMESTAMP)
                       FROM BGDT048
                      WHERE T048_STA_PEND = :CA-AWAITING
                        AND DAYS(CURRENT DATE)
                              - DAYS(T048_TIMESTAMP) > :VN-DAYS-WAIT
                      ORDER BY T048_TIMESTAMP
              END-EXEC
      *
              EXEC SQL
                   OPEN CSR-AWT048
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5717 - CSR-AWT048 OPEN FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-CURSOR-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN LIST-AGED-CHANGE.                                           *
      ******************************************************************
       LIST-AGED-CHANGE.
      *
           EXEC SQL
                FETCH CSR-AWT048
                  INTO :V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                       :V048-ACC, :V048-CODCLACC,
                       :V048-USR-REQUEST, :V048-ID-BATCH,
                       :V048-FEC-EFFECTIVE,
                       :WK-FEC-HELD, :VN-DAYS-WAITING
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5717 - CSR-AWT048 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 PERFORM WRITE-AGED-LINE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-AGED-LINE.                                            *
      ******************************************************************
       WRITE-AGED-LINE.
      *
           MOVE V048-ROUTINE       TO WD-ROUTINE
           MOVE V048-ENT           TO WD-ENT
           MOVE V048-CEN-REG       TO WD-CEN
           MOVE V048-ACC           TO WD-ACC
           MOVE V048-CODCLACC      TO WD-CODCLACC
           MOVE V048-USR-REQUEST    TO WD-USR-REQUEST
           MOVE V048-ID-BATCH      TO WD-ID-BATCH
           MOVE WK-FEC-HELD        TO WD-FEC-HELD
           MOVE V048-FEC-EFFECTIVE  TO WD-FEC-EFFECTIVE
           MOVE VN-DAYS-WAITING     TO WD-DAYS-WAITING
      *
           MOVE SPACES         TO WE-REPORT-LINE
           MOVE WK-AGED-DETAIL TO WE-REPORT-LINE
           WRITE WE-REPORT-LINE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5717 - WRITE FAILED, FILE STATUS '
                       WK-FILE-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              ADD CN-1 TO VN-AGED-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN TERMINATE-AGED-LIST.                                        *
      ******************************************************************
       TERMINATE-AGED-LIST.
      *
           IF SW-CURSOR-OPEN-YES
              EXEC SQL
                   CLOSE CSR-AWT048
              END-EXEC
           END-IF.
      *
           IF SW-FILE-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5717 - CHANGES WAITING OVER ' WP-DAYS-WAIT
                   ' DAYS: ' VN-AGED-COUNT.
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
           MOVE 'BG9B5717' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5717 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-AGED-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5717 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F94 ********* DO NOT REMOVE *********
