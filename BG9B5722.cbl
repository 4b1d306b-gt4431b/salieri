      * BG9B5722: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * NIGHTLY LIFECYCLE SWEEPER FOR THE CLEARING ACCOUNTS ON         *
      * BGDT041. BG9B5701 SHOWS WHICH ACCOUNTS HAVE NOT MOVED IN       *
      * MONTHS, BUT DECIDING WHICH TO SUSPEND OR CLOSE WAS A WEEKLY    *
      * MANUAL EXERCISE EACH ANALYST RAN DIFFERENTLY. THIS STEP        *
      * APPLIES THE BGDT056 POLICY FOR THE ACCOUNT'S ENTITY AND F/P    *
      * FLAG TO EVERY ACTIVE OR DORMANT ACCOUNT THAT HAS EVER MOVED,   *
      * AGED FROM ITS LAST MOVEMENT TO THE RUN'S BUSINESS DATE:        *
      * - IDLE AT LEAST THE CLOSURE DAYS WITH A ZERO (OR NO) BGDT047   *
      *   BALANCE - PROPOSED FOR CLOSURE ('C');                        *
      * - IDLE AT LEAST THE CLOSURE DAYS BUT STILL HOLDING A BALANCE - *
      *   NOT CLOSED; AN ACTIVE ONE PAST ITS DORMANCY DAYS IS PROPOSED *
      *   FOR SUSPENSION INSTEAD, A DORMANT ONE IS ONLY REPORTED;      *
      * - ACTIVE AND IDLE AT LEAST THE DORMANCY DAYS - PROPOSED FOR    *
      *   SUSPENSION TO DORMANT ('D').                                 *
      * AN ACCOUNT WITH A CHANGE ALREADY PENDING OR AWAITING APPROVAL  *
      * ON BGDT048 IS REPORTED BUT NOT PROPOSED AGAIN, SO AN UNAPPLIED *
      * PROPOSAL IS NOT QUEUED TWICE. THE PROPOSALS ARE WRITTEN IN THE *
      * BG9B5711 BULK LAYOUT; THE GL TEAM REVIEWS AND APPROVES THE     *
      * FILE AND RUNS IT THROUGH THE BULK APPLIER, WHICH HOLDS IT FOR  *
      * BATCH APPROVAL LIKE ANY OTHER DECK. THE REPORT GIVES THE       *
      * REASON FOR EVERY ACCOUNT LISTED AND COUNTS THE ACCOUNTS WHOSE  *
      * ENTITY/FLAG HAS NO POLICY ROW. NOTHING IS UPDATED HERE.        *
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
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGGT056: CLEARING-ACCOUNT LIFECYCLE POLICY                     *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5722.
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
      *     BG9B5722   RSANTOS 26-10-15 NEW PROGRAM - POLICY-DRIVEN    *
      *                                 DORMANCY/CLOSURE PROPOSALS IN  *
      *                                 THE BG9B5711 BULK LAYOUT       *
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
           SELECT WK-PROPOSED-FILE ASSIGN TO BGSWPROP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-PRO-STATUS.
      *
           SELECT WK-REPORT-FILE ASSIGN TO BGREPSWP
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
       FD  WK-PROPOSED-FILE.
      *
      * THE BG9B5711 BULK LAYOUT, 'D' AND 'C' RECORDS ONLY, CARRYING   *
      * JUST THE KEY - THE ONLY FIELDS THE APPLIER CHECKS FOR THEM.    *
       01  WT-PROPOSED-RECORD.
           05 WT-ACTION                    PIC X(01).
           05 WT-ENT                       PIC X(04).
           05 WT-CEN                       PIC X(04).
           05 WT-ACC                       PIC X(10).
           05 WT-FLG-PLGACC                 PIC X(01).
           05 WT-CODCLACC                  PIC X(06).
           05 WT-CLACC                     PIC X(10).
           05 WT-FEC-EFFECTIVE              PIC X(10).
      *
       FD  WK-REPORT-FILE.
      *
       01  WE-REPORT-LINE                  PIC X(110).
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
             INCLUDE BGGT056
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
       01 WK-PRO-STATUS                    PIC X(02).
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
           05 SW-PRO-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-PRO-OPEN-YES                       VALUE 'S'.
              88 SW-PRO-OPEN-NO                        VALUE 'N'.
      *
           05 SW-REP-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-REP-OPEN-YES                       VALUE 'S'.
              88 SW-REP-OPEN-NO                        VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-CANDIDATE-COUNT            PIC S9(9)   COMP VALUE 0.
           05 VN-DORMANT-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-CLOSE-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-QUEUED-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-HELD-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-NO-POLICY-COUNT            PIC S9(9)   COMP VALUE 0.
           05 VN-EXIST-COUNT                PIC S9(9)   COMP.
           05 VN-IDLE-DAYS                  PIC S9(9)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CA-ACTIVE                    PIC X(1)    VALUE 'A'.
           05 CA-DORMANT                   PIC X(1)    VALUE 'D'.
           05 CA-CLOSE                     PIC X(1)    VALUE 'C'.
           05 CA-PENDING                   PIC X(1)    VALUE 'P'.
           05 CA-AWAITING                  PIC X(1)    VALUE 'W'.
      *
       01 VA-SWEEP-FIELDS.
           05 WK-IMP-BALANCE               PIC S9(13)V9(02) COMP-3.
           05 WK-PROPOSAL                  PIC X(01).
           05 WK-REASON                    PIC X(34).
      *
       01 WK-TITLE-LINE.
           05 FILLER                       PIC X(50)    VALUE
              'BG9B5722  CLEARING-ACCOUNT LIFECYCLE SWEEP FOR '.
           05 WL-FEC-BUSINESS               PIC X(10).
      *
       01 WK-SWEEP-HEADER.
           05 FILLER                       PIC X(50)    VALUE
              'ENT   CEN   ACCOUNT     F  S  LAST MOV       IDLE'.
           05 FILLER                       PIC X(50)    VALUE
              '           BALANCE  A  REASON'.
      *
       01 WK-SWEEP-DETAIL.
           05 WD-ENT                       PIC X(04).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FLG-PLGACC                 PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-STA-ACC                    PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-ULT-MOV                PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IDLE-DAYS                  PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-BALANCE                PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-PROPOSAL                   PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-REASON                    PIC X(34).
      *
       01 WK-TOTAL-LINE.
           05 WD-TOT-DES                   PIC X(40).
           05 WD-TOT-CNT                   PIC ZZZ.ZZZ.ZZ9.
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
              PERFORM INITIALIZE-SWEEP
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM SWEEP-CANDIDATES
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM COUNT-UNPOLICED-ACCOUNTS
           END-IF.
      *
           PERFORM TERMINATE-SWEEP.
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
      *.PN INITIALIZE-SWEEP.                                           *
      ******************************************************************
       INITIALIZE-SWEEP.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN OUTPUT WK-PROPOSED-FILE
           IF WK-PRO-STATUS NOT = '00'
              DISPLAY 'BG9B5722 - PROPOSED OPEN FAILED, STATUS '
                       WK-PRO-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-PRO-OPEN-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5722 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-REP-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              MOVE E574-FEC-BUSINESS TO WL-FEC-BUSINESS
              MOVE WK-TITLE-LINE     TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES            TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WK-SWEEP-HEADER   TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      ******************************************************************
      *.PN SWEEP-CANDIDATES.                                           *
      * THE CURSOR ALREADY APPLIES THE POLICY THRESHOLDS, SO ONLY      *
      * ACCOUNTS PAST ONE OF THEM COME BACK. AN ACCOUNT WITH NO        *
      * LAST-MOVEMENT DATE HAS NO AGE TO MEASURE AND IS LEFT ALONE.    *
      * THE BALANCE COMES FROM BGDT047, ZERO WHEN THERE IS NO ROW.     *
      ******************************************************************
       SWEEP-CANDIDATES.
      *
           EXEC SQL
                DECLARE CSR-SWP041 CURSOR FOR
                  SELECT A.T041_ENT, A.T041_CEN_REG, A.T041_ACC,
                         A.T041_FLG_PLGDACC, A.T041_STA_ACC,
                         A.T041_FEC_ULT_MOV,
                         DAYS(:E574-FEC-BUSINESS) -
                            DAYS(A.T041_FEC_ULT_MOV),
                         P.T056_NUM_DAYS_DORMANT,
                         P.T056_NUM_DAYS_CLOSE,
                         COALESCE(B.T047_IMP_BALANCE, 0)
                    FROM BGDT041 A
                   INNER JOIN BGDT056 P
                      ON P.T056_ENT        = A.T041_ENT
                     AND P.T056_FLG_PLGACC = A.T041_FLG_PLGDACC
                    LEFT JOIN BGDT047 B
                      ON B.T047_ENT     = A.T041_ENT
                     AND B.T047_CEN_REG = A.T041_CEN_REG
                     AND B.T047_ACC     = A.T041_ACC
                   WHERE A.T041_STA_ACC IN (:CA-ACTIVE, :CA-DORMANT)
                     AND A.T041_FEC_ULT_MOV IS NOT NULL
                     AND ((A.T041_STA_ACC = :CA-ACTIVE
                           AND P.T056_NUM_DAYS_DORMANT > 0
                           AND DAYS(:E574-FEC-BUSINESS) -
                               DAYS(A.T041_FEC_ULT_MOV)
                               >= P.T056_NUM_DAYS_DORMANT)
                       OR (P.T056_NUM_DAYS_CLOSE > 0
                           AND DAYS(:E574-FEC-BUSINESS) -
                               DAYS(A.T041_FEC_ULT_MOV)
                               >= P.T056_NUM_DAYS_CLOSE))
                   ORDER BY A.T041_ENT, A.T041_CEN_REG, A.T041_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-SWP041
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5722 - CSR-SWP041 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM SWEEP-ONE-ACCOUNT
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-SWP041
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN SWEEP-ONE-ACCOUNT.                                          *
      ******************************************************************
       SWEEP-ONE-ACCOUNT.
      *
           EXEC SQL
                FETCH CSR-SWP041
                  INTO :V041-ENT, :V041-CEN-REG, :V041-ACC,
                       :V041-FLG-PLGACC, :V041-STA-ACC,
                       :V041-FEC-ULT-MOV, :VN-IDLE-DAYS,
                       :V056-NUM-DAYS-DORMANT, :V056-NUM-DAYS-CLOSE,
                       :WK-IMP-BALANCE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5722 - CSR-SWP041 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-CANDIDATE-COUNT
                 PERFORM CHECK-QUEUED-CHANGE
                 IF SW-ABEND-NO
                    PERFORM APPLY-LIFECYCLE-POLICY
                 END-IF
                 IF SW-ABEND-NO AND WK-PROPOSAL NOT EQUAL SPACES
                    PERFORM WRITE-PROPOSED-RECORD
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM WRITE-SWEEP-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-QUEUED-CHANGE.                                        *
      ******************************************************************
       CHECK-QUEUED-CHANGE.
      *
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VN-EXIST-COUNT
                  FROM BGDT048
                 WHERE T048_ENT      = :V041-ENT
                   AND T048_CEN_REG  = :V041-CEN-REG
                   AND T048_ACC      = :V041-ACC
                   AND T048_STA_PEND IN (:CA-PENDING, :CA-AWAITING)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5722 - BGDT048 COUNT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN APPLY-LIFECYCLE-POLICY.                                     *
      * CLOSURE IS WEIGHED FIRST: AN ACCOUNT PAST BOTH THRESHOLDS WITH *
      * NOTHING IN IT GOES STRAIGHT TO CLOSED RATHER THAN SPENDING A   *
      * NIGHT AS DORMANT. ONE STILL HOLDING MONEY CANNOT BE CLOSED;    *
      * IF IT IS ACTIVE AND PAST ITS DORMANCY DAYS IT IS SUSPENDED SO  *
      * THE BALANCE GETS LOOKED AT.                                    *
      ******************************************************************
       APPLY-LIFECYCLE-POLICY.
      *
           MOVE SPACES TO WK-PROPOSAL
      *
           IF VN-EXIST-COUNT GREATER ZERO
              MOVE 'CHANGE ALREADY QUEUED ON BGDT048' TO WK-REASON
              ADD CN-1 TO VN-QUEUED-COUNT
           ELSE
              IF V056-NUM-DAYS-CLOSE GREATER ZERO
                 AND VN-IDLE-DAYS NOT LESS V056-NUM-DAYS-CLOSE
                 IF WK-IMP-BALANCE EQUAL ZERO
                    MOVE CA-CLOSE TO WK-PROPOSAL
                    MOVE 'PAST CLOSURE DAYS, ZERO BALANCE'
                      TO WK-REASON
                 ELSE
                    IF V041-STA-ACTIVE
                       AND V056-NUM-DAYS-DORMANT GREATER ZERO
                       AND VN-IDLE-DAYS NOT LESS V056-NUM-DAYS-DORMANT
                       MOVE CA-DORMANT TO WK-PROPOSAL
                       MOVE 'NOT CLOSED - BALANCE; SUSPENDED'
                         TO WK-REASON
                    ELSE
                       MOVE 'NOT CLOSED - BALANCE NOT ZERO'
                         TO WK-REASON
                       ADD CN-1 TO VN-HELD-COUNT
                    END-IF
                 END-IF
              ELSE
                 MOVE CA-DORMANT TO WK-PROPOSAL
                 MOVE 'PAST DORMANCY DAYS' TO WK-REASON
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-PROPOSED-RECORD.                                      *
      ******************************************************************
       WRITE-PROPOSED-RECORD.
      *
           MOVE SPACES       TO WT-PROPOSED-RECORD
           MOVE WK-PROPOSAL  TO WT-ACTION
           MOVE V041-ENT     TO WT-ENT
           MOVE V041-CEN-REG TO WT-CEN
           MOVE V041-ACC     TO WT-ACC
      *
           WRITE WT-PROPOSED-RECORD
           IF WK-PRO-STATUS NOT = '00'
              DISPLAY 'BG9B5722 - PROPOSED WRITE FAILED, STATUS '
                       WK-PRO-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              IF WK-PROPOSAL EQUAL CA-CLOSE
                 ADD CN-1 TO VN-CLOSE-COUNT
              ELSE
                 ADD CN-1 TO VN-DORMANT-COUNT
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-SWEEP-DETAIL.                                         *
      ******************************************************************
       WRITE-SWEEP-DETAIL.
      *
           MOVE V041-ENT         TO WD-ENT
           MOVE V041-CEN-REG     TO WD-CEN-REG
           MOVE V041-ACC         TO WD-ACC
           MOVE V041-FLG-PLGACC  TO WD-FLG-PLGACC
           MOVE V041-STA-ACC     TO WD-STA-ACC
           MOVE V041-FEC-ULT-MOV TO WD-FEC-ULT-MOV
           MOVE VN-IDLE-DAYS     TO WD-IDLE-DAYS
           MOVE WK-IMP-BALANCE   TO WD-IMP-BALANCE
           MOVE WK-PROPOSAL      TO WD-PROPOSAL
           MOVE WK-REASON        TO WD-REASON
      *
           MOVE SPACES          TO WE-REPORT-LINE
           MOVE WK-SWEEP-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN COUNT-UNPOLICED-ACCOUNTS.                                   *
      * ACTIVE AND DORMANT ACCOUNTS WHOSE ENTITY/FLAG HAS NO BGDT056   *
      * ROW ARE NEVER SWEPT; THE COUNT ON THE REPORT KEEPS A MISSING   *
      * POLICY FROM GOING UNNOTICED.                                   *
      ******************************************************************
       COUNT-UNPOLICED-ACCOUNTS.
      *
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VN-NO-POLICY-COUNT
                  FROM BGDT041 A
                 WHERE A.T041_STA_ACC IN (:CA-ACTIVE, :CA-DORMANT)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM BGDT056 P
                         WHERE P.T056_ENT        = A.T041_ENT
                           AND P.T056_FLG_PLGACC = A.T041_FLG_PLGDACC)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5722 - POLICY COUNT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-REPORT-LINE.                                          *
      ******************************************************************
       WRITE-REPORT-LINE.
      *
           WRITE WE-REPORT-LINE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5722 - WRITE FAILED, FILE STATUS '
                       WK-FILE-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-TOTAL-LINE.                                           *
      ******************************************************************
       WRITE-TOTAL-LINE.
      *
           MOVE SPACES        TO WE-REPORT-LINE
           MOVE WK-TOTAL-LINE TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN TERMINATE-SWEEP.                                            *
      ******************************************************************
       TERMINATE-SWEEP.
      *
           IF SW-REP-OPEN-YES AND SW-ABEND-NO
              MOVE SPACES TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE 'ACCOUNTS PAST A POLICY THRESHOLD' TO WD-TOT-DES
              MOVE VN-CANDIDATE-COUNT                 TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'PROPOSED FOR SUSPENSION (D)'      TO WD-TOT-DES
              MOVE VN-DORMANT-COUNT                   TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'PROPOSED FOR CLOSURE (C)'         TO WD-TOT-DES
              MOVE VN-CLOSE-COUNT                     TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'NOT CLOSED - BALANCE NOT ZERO'    TO WD-TOT-DES
              MOVE VN-HELD-COUNT                      TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'CHANGE ALREADY QUEUED'            TO WD-TOT-DES
              MOVE VN-QUEUED-COUNT                    TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'ACCOUNTS WITH NO POLICY ROW'      TO WD-TOT-DES
              MOVE VN-NO-POLICY-COUNT                 TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
           END-IF.
      *
           IF SW-PRO-OPEN-YES
              CLOSE WK-PROPOSED-FILE
           END-IF.
      *
           IF SW-REP-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5722 - CANDIDATES: ' VN-CANDIDATE-COUNT.
           DISPLAY 'BG9B5722 - DORMANT PROPOSED: ' VN-DORMANT-COUNT.
           DISPLAY 'BG9B5722 - CLOSE PROPOSED: ' VN-CLOSE-COUNT.
           DISPLAY 'BG9B5722 - NO POLICY: ' VN-NO-POLICY-COUNT.
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
           MOVE 'BG9B5722' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5722 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-CANDIDATE-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5722 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F99 ********* DO NOT REMOVE *********
