      * BG9B5720: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * MONTH-END TRANSITORY BALANCE CERTIFICATION. READS THE BGDT054  *
      * BALANCE HISTORY BG9B5719 WRITES EACH NIGHT AND PRINTS, FOR THE *
      * CONTROLLERS TO SIGN OFF IN PLACE OF THEIR SPREADSHEET:         *
      * - THE TRANSITORY BALANCES PER ENTITY AND CENTER, SPLIT FUNDS   *
      *   ('F') VERSUS SECURITIES ('P') BY THE T041_FLG_PLGDACC FLAG   *
      *   THE ACCOUNT CARRIED ON THE NIGHT OF THE SNAPSHOT, THIS       *
      *   MONTH-END AGAINST LAST MONTH-END WITH THE MOVEMENT IN        *
      *   BETWEEN, AN ENTITY TOTAL AT EACH ENTITY BREAK AND GRAND      *
      *   TOTALS PER CLASS;                                            *
      * - EVERY ACCOUNT WHOSE BALANCE GREW OVER THE MONTH - FURTHER    *
      *   FROM ZERO IN EITHER DIRECTION, SINCE A TRANSITORY ACCOUNT    *
      *   SHOULD BE CLEARING DOWN - WITH ITS LAST MOVEMENT DATE;       *
      * - A SIGN-OFF BLOCK.                                            *
      * THE CONTROL CARD GIVES THE MONTH-END DATE TO CERTIFY (BLANK    *
      * MEANS THE RUN'S BUSINESS DATE). THIS MONTH-END IS THE LATEST   *
      * SNAPSHOT ON OR BEFORE THAT DATE IN THE SAME MONTH, SO A        *
      * MONTH-END FALLING ON A NON-WORKING DAY TAKES THE LAST WORKING  *
      * DAY'S BALANCES; LAST MONTH-END IS THE LATEST SNAPSHOT BEFORE   *
      * THE FIRST OF THE MONTH. WITH NO SNAPSHOT FOR THE MONTH THERE   *
      * IS NOTHING TO CERTIFY AND THE RUN ENDS WITH RETURN CODE 8;     *
      * WITH NO EARLIER SNAPSHOT LAST MONTH SHOWS AS ZERO AND THE      *
      * REPORT SAYS SO.                                                *
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
      * BGGT054: END-OF-DAY BALANCE HISTORY                            *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5720.
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
      *     BG9B5720   RSANTOS 26-10-15 NEW PROGRAM - MONTH-END        *
      *                                 TRANSITORY BALANCE             *
      *                                 CERTIFICATION REPORT           *
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
           SELECT WK-REPORT-FILE ASSIGN TO BGREPCRT
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
      * ONE CONTROL RECORD: THE MONTH-END DATE TO CERTIFY, E.G.        *
      * '2026-10-31', OR BLANK FOR THE RUN'S BUSINESS DATE.            *
       01  WP-PARM-RECORD.
           05 WP-FEC-MONTH-END             PIC X(10).
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
             INCLUDE BGGT054
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
           05 SW-SNAPSHOT                  PIC X(1)    VALUE 'N'.
              88 SW-SNAPSHOT-YES                       VALUE 'S'.
              88 SW-SNAPSHOT-NO                        VALUE 'N'.
      *
           05 SW-PRIOR                     PIC X(1)    VALUE 'N'.
              88 SW-PRIOR-YES                          VALUE 'S'.
              88 SW-PRIOR-NO                           VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-LINE-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-GREW-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-CLASS-INDEX                PIC S9(4)   COMP.
           05 VN-IND-DATE                   PIC S9(4)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CN-MAX-CLASSES                PIC S9(4)   COMP VALUE 3.
           05 CA-F                         PIC X(1)    VALUE 'F'.
           05 CA-P                         PIC X(1)    VALUE 'P'.
           05 CA-FIRST-DAY                 PIC X(2)    VALUE '01'.
           05 CA-NO-DATE                   PIC X(10)   VALUE
              '0001-01-01'.
      *
      * ISO DATES, SO THE FIRST EIGHT CHARACTERS ARE YEAR AND MONTH.   *
       01 WK-FEC-REQUESTED.
           05 WK-REQ-YEAR-MONTH             PIC X(08).
           05 WK-REQ-DAY                    PIC X(02).
      *
       01 WK-FEC-CURRENT.
           05 WK-CUR-YEAR-MONTH             PIC X(08).
           05 WK-CUR-DAY                    PIC X(02).
      *
       01 WK-FEC-FIRST-DAY.
           05 WK-FST-YEAR-MONTH             PIC X(08).
           05 WK-FST-DAY                    PIC X(02).
      *
       01 WK-FEC-PRIOR                     PIC X(10).
      *
       01 VA-AMOUNTS.
           05 WK-IMP-PRIOR                 PIC S9(15)V9(02) COMP-3.
           05 WK-IMP-CURRENT               PIC S9(15)V9(02) COMP-3.
           05 WK-IMP-ENT-PRIOR             PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
           05 WK-IMP-ENT-CURRENT           PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
      *
       01 WK-PRIOR-ENT                     PIC X(04)   VALUE SPACES.
      *
      * GRAND TOTALS: 1 FUNDS, 2 SECURITIES, 3 BALANCES WITH NO FLAG   *
      * (NO MASTER ROW ON THE NIGHT OF THE SNAPSHOT).                  *
       01 VA-TB-CLASSES.
           05 TB-CLASS OCCURS 3 TIMES.
              10 TB-CLS-NAME               PIC X(12).
              10 TB-CLS-PRIOR              PIC S9(15)V9(02) COMP-3.
              10 TB-CLS-CURRENT            PIC S9(15)V9(02) COMP-3.
      *
       01 WK-TITLE-LINE                    PIC X(60)    VALUE
           'BG9B5720  MONTH-END TRANSITORY BALANCE CERTIFICATION'.
      *
       01 WK-DATES-LINE.
           05 FILLER                       PIC X(20)    VALUE
              'THIS MONTH-END:     '.
           05 WL-FEC-CURRENT               PIC X(10).
           05 FILLER                       PIC X(24)    VALUE
              '     LAST MONTH-END:    '.
           05 WL-FEC-PRIOR                 PIC X(10).
      *
       01 WK-NO-PRIOR-LINE                 PIC X(60)    VALUE
           'NO EARLIER SNAPSHOT - LAST MONTH-END SHOWN AS ZERO'.
      *
       01 WK-NO-SNAPSHOT-LINE.
           05 FILLER                       PIC X(40)    VALUE
              'NO BALANCE SNAPSHOT IN THE MONTH OF    '.
           05 WL-FEC-REQUESTED             PIC X(10).
           05 FILLER                       PIC X(26)    VALUE
              ' - NOTHING TO CERTIFY'.
      *
       01 WK-CENTER-HEADER.
           05 FILLER                       PIC X(25)    VALUE
              'ENT   CEN   CLASS'.
           05 FILLER                       PIC X(20)    VALUE
              '      LAST MONTH-END'.
           05 FILLER                       PIC X(20)    VALUE
              '      THIS MONTH-END'.
           05 FILLER                       PIC X(20)    VALUE
              '            MOVEMENT'.
      *
       01 WK-CENTER-DETAIL.
           05 WD-ENT                       PIC X(04).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-CLASS                     PIC X(12).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-IMP-PRIOR                 PIC -(15)9,99.
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-IMP-CURRENT               PIC -(15)9,99.
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-IMP-MOVEMENT              PIC -(15)9,99.
      *
       01 WK-GROWTH-TITLE                  PIC X(60)    VALUE
           'ACCOUNTS WHOSE BALANCE GREW OVER THE MONTH'.
      *
       01 WK-GROWTH-HEADER.
           05 FILLER                       PIC X(35)    VALUE
              'ENT  CEN  ACCOUNT     CLASS'.
           05 FILLER                       PIC X(19)    VALUE
              '     LAST MONTH-END'.
           05 FILLER                       PIC X(20)    VALUE
              '      THIS MONTH-END'.
           05 FILLER                       PIC X(10)    VALUE
              '  LAST MOV'.
      *
       01 WK-GROWTH-DETAIL.
           05 WG-ENT                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WG-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WG-ACC                       PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WG-CLASS                     PIC X(12).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WG-IMP-PRIOR                 PIC -(15)9,99.
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WG-IMP-CURRENT               PIC -(15)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WG-FEC-ULT-MOV                PIC X(10).
      *
       01 WK-NONE-GREW-LINE                PIC X(60)    VALUE
           'NONE'.
      *
       01 WK-SIGNOFF-LINE-1                PIC X(70)    VALUE
           'CERTIFIED BY: _________________________  DATE: __________'.
      *
       01 WK-SIGNOFF-LINE-2                PIC X(70)    VALUE
           'REVIEWED BY:  _________________________  DATE: __________'.
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
              PERFORM INITIALIZE-CERTIFICATION
           END-IF.
      *
           IF SW-ABEND-NO AND SW-SNAPSHOT-YES
              PERFORM REPORT-CENTER-TOTALS
           END-IF.
      *
           IF SW-ABEND-NO AND SW-SNAPSHOT-YES
              PERFORM REPORT-GROWN-BALANCES
           END-IF.
      *
           IF SW-ABEND-NO AND SW-SNAPSHOT-YES
              PERFORM WRITE-SIGNOFF-BLOCK
           END-IF.
      *
           PERFORM TERMINATE-CERTIFICATION.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF SW-SNAPSHOT-NO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-CERTIFICATION.                                   *
      * READS THE MONTH-END TO CERTIFY, OPENS THE REPORT AND FINDS THE *
      * TWO SNAPSHOT DATES TO COMPARE.                                 *
      ******************************************************************
       INITIALIZE-CERTIFICATION.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-PARM-FILE
           IF WK-PARM-STATUS NOT = '00'
              DISPLAY 'BG9B5720 - PARM OPEN FAILED, FILE STATUS '
                       WK-PARM-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              READ WK-PARM-FILE
              IF WK-PARM-STATUS NOT = '00'
                 DISPLAY 'BG9B5720 - PARM READ FAILED, FILE STATUS '
                          WK-PARM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF WP-FEC-MONTH-END EQUAL SPACES
                    MOVE E574-FEC-BUSINESS TO WK-FEC-REQUESTED
                 ELSE
                    MOVE WP-FEC-MONTH-END  TO WK-FEC-REQUESTED
                 END-IF
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5720 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-FILE-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM FIND-SNAPSHOT-DATES
           END-IF.
      *
           IF SW-ABEND-NO
              MOVE WK-TITLE-LINE TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES        TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              IF SW-SNAPSHOT-NO
                 MOVE WK-FEC-REQUESTED    TO WL-FEC-REQUESTED
                 MOVE WK-NO-SNAPSHOT-LINE TO WE-REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
              ELSE
                 PERFORM WRITE-DATES-HEADING
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN FIND-SNAPSHOT-DATES.                                        *
      * THIS MONTH-END MUST FALL IN THE REQUESTED MONTH - A LATEST     *
      * SNAPSHOT FROM AN EARLIER MONTH MEANS THE NIGHTLY STEP HAS NOT  *
      * RUN THIS MONTH, AND CERTIFYING LAST MONTH'S FIGURES AS THIS    *
      * MONTH'S WOULD BE WORSE THAN NO REPORT. WHEN THERE IS NO        *
      * EARLIER SNAPSHOT THE PRIOR DATE IS SET TO ONE NO SNAPSHOT CAN  *
      * HAVE, SO THE CURSORS SIMPLY FIND NO PRIOR BALANCES.            *
      ******************************************************************
       FIND-SNAPSHOT-DATES.
      *
           EXEC SQL
                SELECT MAX(T054_FEC_BALANCE)
                  INTO :WK-FEC-CURRENT :VN-IND-DATE
                  FROM BGDT054
                 WHERE T054_FEC_BALANCE <= :WK-FEC-REQUESTED
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5720 - SNAPSHOT DATE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              IF VN-IND-DATE NOT LESS ZERO
                 AND WK-CUR-YEAR-MONTH EQUAL WK-REQ-YEAR-MONTH
                 SET SW-SNAPSHOT-YES TO TRUE
              ELSE
                 SET SW-SNAPSHOT-NO  TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND SW-SNAPSHOT-YES
              MOVE WK-CUR-YEAR-MONTH TO WK-FST-YEAR-MONTH
              MOVE CA-FIRST-DAY      TO WK-FST-DAY
      *
              EXEC SQL
                   SELECT MAX(T054_FEC_BALANCE)
                     INTO :WK-FEC-PRIOR :VN-IND-DATE
                     FROM BGDT054
                    WHERE T054_FEC_BALANCE < :WK-FEC-FIRST-DAY
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
      *
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5720 - PRIOR DATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF VN-IND-DATE NOT LESS ZERO
                    SET SW-PRIOR-YES TO TRUE
                 ELSE
                    SET SW-PRIOR-NO  TO TRUE
                    MOVE CA-NO-DATE  TO WK-FEC-PRIOR
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-DATES-HEADING.                                        *
      ******************************************************************
       WRITE-DATES-HEADING.
      *
           MOVE WK-FEC-CURRENT TO WL-FEC-CURRENT
           IF SW-PRIOR-YES
              MOVE WK-FEC-PRIOR TO WL-FEC-PRIOR
           ELSE
              MOVE 'NONE'       TO WL-FEC-PRIOR
           END-IF
           MOVE WK-DATES-LINE TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           IF SW-PRIOR-NO
              MOVE WK-NO-PRIOR-LINE TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      ******************************************************************
      *.PN REPORT-CENTER-TOTALS.                                       *
      * ONE LINE PER ENTITY, CENTER AND CLASS WITH BOTH MONTH-ENDS     *
      * SUMMED IN ONE PASS. A CENTER WITH A BALANCE IN ONLY ONE OF THE *
      * TWO MONTHS STILL GETS ITS LINE, WITH ZERO ON THE OTHER SIDE.   *
      ******************************************************************
       REPORT-CENTER-TOTALS.
      *
           MOVE 'FUNDS'        TO TB-CLS-NAME(1)
           MOVE 'SECURITIES'   TO TB-CLS-NAME(2)
           MOVE 'UNCLASSIFIED' TO TB-CLS-NAME(3)
           MOVE CN-1 TO VN-CLASS-INDEX
           PERFORM CLEAR-CLASS-TOTAL
             UNTIL VN-CLASS-INDEX GREATER CN-MAX-CLASSES
      *
           MOVE SPACES           TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-CENTER-HEADER TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           EXEC SQL
                DECLARE CSR-CRT054 CURSOR FOR
                  SELECT T054_ENT, T054_CEN_REG, T054_FLG_PLGACC,
                         SUM(CASE WHEN T054_FEC_BALANCE = :WK-FEC-PRIOR
                                  THEN T054_IMP_BALANCE ELSE 0 END),
                         SUM(CASE WHEN T054_FEC_BALANCE
                                       = :WK-FEC-CURRENT
                                  THEN T054_IMP_BALANCE ELSE 0 END)
                    FROM BGDT054
                   WHERE T054_FEC_BALANCE IN (:WK-FEC-PRIOR,
                                              :WK-FEC-CURRENT)
                   GROUP BY T054_ENT, T054_CEN_REG, T054_FLG_PLGACC
                   ORDER BY T054_ENT, T054_CEN_REG, T054_FLG_PLGACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-CRT054
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5720 - CSR-CRT054 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM REPORT-ONE-CENTER
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-CRT054
              END-EXEC
           END-IF.
      *
           IF SW-ABEND-NO
              IF WK-PRIOR-ENT NOT EQUAL SPACES
                 PERFORM WRITE-ENTITY-TOTAL
              END-IF
              MOVE SPACES TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE CN-1 TO VN-CLASS-INDEX
              PERFORM WRITE-CLASS-TOTAL
                UNTIL VN-CLASS-INDEX GREATER CN-MAX-CLASSES
                   OR SW-ABEND-YES
           END-IF.
      *
      ******************************************************************
      *.PN CLEAR-CLASS-TOTAL.                                          *
      ******************************************************************
       CLEAR-CLASS-TOTAL.
      *
           MOVE ZERO TO TB-CLS-PRIOR(VN-CLASS-INDEX)
           MOVE ZERO TO TB-CLS-CURRENT(VN-CLASS-INDEX)
           ADD CN-1 TO VN-CLASS-INDEX.
      *
      ******************************************************************
      *.PN REPORT-ONE-CENTER.                                          *
      ******************************************************************
       REPORT-ONE-CENTER.
      *
           EXEC SQL
                FETCH CSR-CRT054
                  INTO :V054-ENT, :V054-CEN-REG, :V054-FLG-PLGACC,
                       :WK-IMP-PRIOR, :WK-IMP-CURRENT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5720 - CSR-CRT054 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF WK-PRIOR-ENT NOT EQUAL SPACES
                    AND V054-ENT NOT EQUAL WK-PRIOR-ENT
                    PERFORM WRITE-ENTITY-TOTAL
                 END-IF
                 PERFORM WRITE-CENTER-LINE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-CENTER-LINE.                                          *
      ******************************************************************
       WRITE-CENTER-LINE.
      *
           EVALUATE V054-FLG-PLGACC
              WHEN CA-F
                 MOVE 1 TO VN-CLASS-INDEX
              WHEN CA-P
                 MOVE 2 TO VN-CLASS-INDEX
              WHEN OTHER
                 MOVE 3 TO VN-CLASS-INDEX
           END-EVALUATE
      *
           MOVE V054-ENT                    TO WD-ENT
           MOVE V054-CEN-REG                TO WD-CEN-REG
           MOVE TB-CLS-NAME(VN-CLASS-INDEX) TO WD-CLASS
           MOVE WK-IMP-PRIOR                TO WD-IMP-PRIOR
           MOVE WK-IMP-CURRENT              TO WD-IMP-CURRENT
           COMPUTE WD-IMP-MOVEMENT = WK-IMP-CURRENT - WK-IMP-PRIOR
      *
           MOVE SPACES           TO WE-REPORT-LINE
           MOVE WK-CENTER-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           ADD CN-1           TO VN-LINE-COUNT
           ADD WK-IMP-PRIOR   TO WK-IMP-ENT-PRIOR
           ADD WK-IMP-CURRENT TO WK-IMP-ENT-CURRENT
           ADD WK-IMP-PRIOR   TO TB-CLS-PRIOR(VN-CLASS-INDEX)
           ADD WK-IMP-CURRENT TO TB-CLS-CURRENT(VN-CLASS-INDEX)
           MOVE V054-ENT      TO WK-PRIOR-ENT.
      *
      ******************************************************************
      *.PN WRITE-ENTITY-TOTAL.                                         *
      ******************************************************************
       WRITE-ENTITY-TOTAL.
      *
           MOVE WK-PRIOR-ENT       TO WD-ENT
           MOVE SPACES             TO WD-CEN-REG
           MOVE 'ENTITY TOTAL'     TO WD-CLASS
           MOVE WK-IMP-ENT-PRIOR   TO WD-IMP-PRIOR
           MOVE WK-IMP-ENT-CURRENT TO WD-IMP-CURRENT
           COMPUTE WD-IMP-MOVEMENT = WK-IMP-ENT-CURRENT
                                   - WK-IMP-ENT-PRIOR
      *
           MOVE SPACES           TO WE-REPORT-LINE
           MOVE WK-CENTER-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES           TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE ZERO TO WK-IMP-ENT-PRIOR
           MOVE ZERO TO WK-IMP-ENT-CURRENT.
      *
      ******************************************************************
      *.PN WRITE-CLASS-TOTAL.                                          *
      ******************************************************************
       WRITE-CLASS-TOTAL.
      *
           MOVE 'ALL '                       TO WD-ENT
           MOVE SPACES                       TO WD-CEN-REG
           MOVE TB-CLS-NAME(VN-CLASS-INDEX)    TO WD-CLASS
           MOVE TB-CLS-PRIOR(VN-CLASS-INDEX)   TO WD-IMP-PRIOR
           MOVE TB-CLS-CURRENT(VN-CLASS-INDEX) TO WD-IMP-CURRENT
           COMPUTE WD-IMP-MOVEMENT = TB-CLS-CURRENT(VN-CLASS-INDEX)
                                   - TB-CLS-PRIOR(VN-CLASS-INDEX)
      *
           MOVE SPACES           TO WE-REPORT-LINE
           MOVE WK-CENTER-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           ADD CN-1 TO VN-CLASS-INDEX.
      *
      ******************************************************************
      *.PN REPORT-GROWN-BALANCES.                                      *
      * AN ACCOUNT CAN ONLY HAVE GROWN IF IT HAS A BALANCE THIS        *
      * MONTH-END, SO THE CURRENT SNAPSHOT DRIVES AND LAST MONTH IS    *
      * LEFT-JOINED IN - AN ACCOUNT NEW THIS MONTH GROWS FROM ZERO.    *
      ******************************************************************
       REPORT-GROWN-BALANCES.
      *
           MOVE SPACES           TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-GROWTH-TITLE  TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-GROWTH-HEADER TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           EXEC SQL
                DECLARE CSR-GRW054 CURSOR FOR
                  SELECT C.T054_ENT, C.T054_CEN_REG, C.T054_ACC,
                         C.T054_FLG_PLGACC,
                         COALESCE(P.T054_IMP_BALANCE, 0),
                         C.T054_IMP_BALANCE, C.T054_FEC_ULT_MOV
                    FROM BGDT054 C
                    LEFT JOIN BGDT054 P
                      ON P.T054_ENT         = C.T054_ENT
                     AND P.T054_CEN_REG     = C.T054_CEN_REG
                     AND P.T054_ACC         = C.T054_ACC
                     AND P.T054_FEC_BALANCE = :WK-FEC-PRIOR
                   WHERE C.T054_FEC_BALANCE = :WK-FEC-CURRENT
                     AND ABS(C.T054_IMP_BALANCE)
                         > ABS(COALESCE(P.T054_IMP_BALANCE, 0))
                   ORDER BY C.T054_ENT, C.T054_CEN_REG, C.T054_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-GRW054
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5720 - CSR-GRW054 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM REPORT-ONE-GROWTH
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-GRW054
              END-EXEC
           END-IF.
      *
           IF SW-ABEND-NO AND VN-GREW-COUNT EQUAL ZERO
              MOVE WK-NONE-GREW-LINE TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      ******************************************************************
      *.PN REPORT-ONE-GROWTH.                                          *
      ******************************************************************
       REPORT-ONE-GROWTH.
      *
           EXEC SQL
                FETCH CSR-GRW054
                  INTO :V054-ENT, :V054-CEN-REG, :V054-ACC,
                       :V054-FLG-PLGACC,
                       :WK-IMP-PRIOR, :WK-IMP-CURRENT,
                       :V054-FEC-ULT-MOV
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5720 - CSR-GRW054 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 PERFORM WRITE-GROWTH-LINE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-GROWTH-LINE.                                          *
      ******************************************************************
       WRITE-GROWTH-LINE.
      *
           EVALUATE V054-FLG-PLGACC
              WHEN CA-F
                 MOVE 1 TO VN-CLASS-INDEX
              WHEN CA-P
                 MOVE 2 TO VN-CLASS-INDEX
              WHEN OTHER
                 MOVE 3 TO VN-CLASS-INDEX
           END-EVALUATE
      *
           MOVE V054-ENT                    TO WG-ENT
           MOVE V054-CEN-REG                TO WG-CEN-REG
           MOVE V054-ACC                    TO WG-ACC
           MOVE TB-CLS-NAME(VN-CLASS-INDEX) TO WG-CLASS
           MOVE WK-IMP-PRIOR                TO WG-IMP-PRIOR
           MOVE WK-IMP-CURRENT              TO WG-IMP-CURRENT
           MOVE V054-FEC-ULT-MOV            TO WG-FEC-ULT-MOV
      *
           MOVE SPACES           TO WE-REPORT-LINE
           MOVE WK-GROWTH-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           ADD CN-1 TO VN-GREW-COUNT.
      *
      ******************************************************************
      *.PN WRITE-SIGNOFF-BLOCK.                                        *
      ******************************************************************
       WRITE-SIGNOFF-BLOCK.
      *
           MOVE SPACES            TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-SIGNOFF-LINE-1 TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES            TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-SIGNOFF-LINE-2 TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN WRITE-REPORT-LINE.                                          *
      ******************************************************************
       WRITE-REPORT-LINE.
      *
           WRITE WE-REPORT-LINE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5720 - WRITE FAILED, FILE STATUS '
                       WK-FILE-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN TERMINATE-CERTIFICATION.                                    *
      ******************************************************************
       TERMINATE-CERTIFICATION.
      *
           IF SW-FILE-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           IF SW-SNAPSHOT-NO
              DISPLAY 'BG9B5720 - NO SNAPSHOT IN THE MONTH OF '
                       WK-FEC-REQUESTED
           ELSE
              DISPLAY 'BG9B5720 - THIS MONTH-END: ' WK-FEC-CURRENT
              DISPLAY 'BG9B5720 - LAST MONTH-END: ' WK-FEC-PRIOR
              DISPLAY 'BG9B5720 - CENTER LINES: ' VN-LINE-COUNT
              DISPLAY 'BG9B5720 - ACCOUNTS GROWN: ' VN-GREW-COUNT
           END-IF.
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
           MOVE 'BG9B5720' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5720 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-LINE-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5720 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F97 ********* DO NOT REMOVE *********
