      * BG9B5724: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * NIGHTLY RECONCILIATION OF THE INTER-ENTITY MIRROR PAIRS. FUNDS *
      * CLEARING BETWEEN TWO OF THE GROUP'S ENTITIES GOES THROUGH A    *
      * PAIR OF TRANSITORY ACCOUNTS, ONE ON EACH ENTITY'S BOOKS, KEPT  *
      * ON BGDT059 BY BG9M5705. THE TWO BGDT047 RUNNING BALANCES OF A  *
      * PAIR SHOULD ALWAYS NET TO ZERO; A ONE-SIDED POSTING USED TO    *
      * SURFACE ONLY WHEN THE GROUP CONSOLIDATION FAILED TO ELIMINATE. *
      * FOR EVERY PAIR THIS PROGRAM ADDS THE TWO BALANCES (A SIDE WITH *
      * NO BGDT047 ROW COUNTS AS ZERO) AND COMPARES THE TWO            *
      * LAST-MOVEMENT DATES. A PAIR THAT DOES NOT NET TO ZERO IS       *
      * REPORTED ON BGREPMIR WITH BOTH BALANCES, THE DIFFERENCE, BOTH  *
      * LAST-MOVEMENT DATES AND THE DAYS BETWEEN THEM, AND HOW LONG    *
      * THE DIFFERENCE HAS BEEN OPEN: T059_FEC_BREAK IS SET TO THE     *
      * BUSINESS DATE THE FIRST NIGHT A PAIR IS FOUND OFF AND CLEARED  *
      * THE FIRST NIGHT IT NETS AGAIN, SO THE AGE RUNS FROM THE NIGHT  *
      * THE BREAK WAS FIRST SEEN. A DIFFERENCE GREATER (EITHER SIGN)   *
      * THAN THE PAIR'S TOLERANCE IS A BREAK BEYOND TOLERANCE AND THE  *
      * RUN ENDS WITH RETURN CODE 8; ONE WITHIN TOLERANCE IS REPORTED  *
      * BUT DOES NOT RAISE THE RETURN CODE. THE BREAK DATES ARE        *
      * COMMITTED ONCE, AT THE END OF A CLEAN RUN.                     *
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
      * BGGT059: INTER-ENTITY MIRROR PAIRS                             *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5724.
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
      *     BG9B5724   RSANTOS 26-10-15 NEW PROGRAM - NIGHTLY CHECK    *
      *                                 THAT THE INTER-ENTITY MIRROR   *
      *                                 PAIRS NET TO ZERO              *
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
           SELECT WK-REPORT-FILE ASSIGN TO BGREPMIR
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
       FD  WK-REPORT-FILE.
      *
       01  WE-REPORT-LINE                  PIC X(132).
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
             INCLUDE BGGT059
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
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
           05 SW-FILE-OPEN                 PIC X(1)    VALUE 'N'.
              88 SW-FILE-OPEN-YES                      VALUE 'S'.
              88 SW-FILE-OPEN-NO                       VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-PAIR-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-NETTED-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-WITHIN-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-BEYOND-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-NEW-BREAK-COUNT            PIC S9(9)   COMP VALUE 0.
           05 VN-CLEARED-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-DAYS-OPEN                  PIC S9(9)   COMP.
           05 VN-DAYS-GAP                   PIC S9(9)   COMP.
           05 VN-IND-FEC-BREAK              PIC S9(4)   COMP.
           05 VN-IND-DAYS-OPEN              PIC S9(4)   COMP.
           05 VN-IND-FEC-A                  PIC S9(4)   COMP.
           05 VN-IND-FEC-B                  PIC S9(4)   COMP.
           05 VN-IND-DAYS-GAP               PIC S9(4)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
      *
       01 VA-PAIR-FIELDS.
           05 WK-IMP-BALANCE-A              PIC S9(13)V9(02) COMP-3.
           05 WK-IMP-BALANCE-B              PIC S9(13)V9(02) COMP-3.
           05 WK-IMP-DIFFERENCE             PIC S9(13)V9(02) COMP-3.
           05 WK-IMP-DIFFERENCE-ABS         PIC S9(13)V9(02) COMP-3.
           05 WK-FEC-ULT-MOV-A              PIC X(10).
           05 WK-FEC-ULT-MOV-B              PIC X(10).
           05 WK-STATUS                    PIC X(16).
           05 WK-NOTE                      PIC X(29).
      *
       01 WK-TITLE-LINE.
           05 FILLER                       PIC X(50)    VALUE
              'BG9B5724  INTER-ENTITY MIRROR PAIRS NOT NETTING - '.
           05 WL-FEC-BUSINESS               PIC X(10).
      *
       01 WK-PAIR-HEADER.
           05 FILLER                       PIC X(46)    VALUE
              'SIDE A                 SIDE B'.
           05 FILLER                       PIC X(36)    VALUE
              '        BALANCE A          BALANCE B'.
           05 FILLER                       PIC X(27)    VALUE
              '         DIFFERENCE  STATUS'.
      *
       01 WK-PAIR-HEADER-2.
           05 FILLER                       PIC X(35)    VALUE
              '    LAST MOV A  LAST MOV B      GAP'.
           05 FILLER                       PIC X(21)    VALUE
              '  OPEN SINCE     DAYS'.
           05 FILLER                       PIC X(25)    VALUE
              '          TOLERANCE  NOTE'.
      *
       01 WK-PAIR-DETAIL.
           05 WD-ENT-A                      PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WD-CEN-A                      PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WD-ACC-A                      PIC X(10).
           05 FILLER                       PIC X(03)    VALUE SPACES.
           05 WD-ENT-B                      PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WD-CEN-B                      PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WD-ACC-B                      PIC X(10).
           05 FILLER                       PIC X(03)    VALUE SPACES.
           05 WD-IMP-BALANCE-A              PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-BALANCE-B              PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-DIFFERENCE             PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-STATUS                    PIC X(16).
      *
       01 WK-PAIR-DETAIL-2.
           05 FILLER                       PIC X(04)    VALUE SPACES.
           05 WD-FEC-ULT-MOV-A              PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-ULT-MOV-B              PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-DAYS-GAP                   PIC ZZZ.ZZ9.
           05 WD-DAYS-GAP-TXT REDEFINES WD-DAYS-GAP
                                           PIC X(07).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-BREAK                  PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-DAYS-OPEN                  PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-TOLERANCE              PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-NOTE                      PIC X(29).
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
              PERFORM INITIALIZE-CHECK
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-MIRROR-PAIRS
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM COMMIT-BREAK-DATES
           END-IF.
      *
           PERFORM TERMINATE-CHECK.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-BEYOND-COUNT GREATER ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-CHECK.                                           *
      ******************************************************************
       INITIALIZE-CHECK.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN OUTPUT WK-REPORT-FILE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5724 - REPORT OPEN FAILED, STATUS '
                       WK-FILE-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-FILE-OPEN-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              MOVE E574-FEC-BUSINESS TO WL-FEC-BUSINESS
              MOVE WK-TITLE-LINE     TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES            TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WK-PAIR-HEADER    TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WK-PAIR-HEADER-2  TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-MIRROR-PAIRS.                                         *
      * EVERY PAIR WITH BOTH RUNNING BALANCES (ZERO FOR A SIDE WITH NO *
      * BGDT047 ROW) AND BOTH LAST-MOVEMENT DATES. THE DAYS THE BREAK  *
      * HAS BEEN OPEN AND THE DAYS BETWEEN THE TWO LAST MOVEMENTS ARE  *
      * NULL WHEN THERE IS NO BREAK DATE OR A SIDE HAS NO BALANCE ROW. *
      ******************************************************************
       CHECK-MIRROR-PAIRS.
      *
           EXEC SQL
                DECLARE CSR-MIR059 CURSOR FOR
                  SELECT P.T059_ENT_A, P.T059_CEN_A, P.T059_ACC_A,
                         P.T059_ENT_B, P.T059_CEN_B, P.T059_ACC_B,
                         P.T059_IMP_TOLERANCE, P.T059_FEC_BREAK,
                         DAYS(:E574-FEC-BUSINESS) -
                            DAYS(P.T059_FEC_BREAK),
                         COALESCE(A.T047_IMP_BALANCE, 0),
                         A.T047_FEC_ULT_MOV,
                         COALESCE(B.T047_IMP_BALANCE, 0),
                         B.T047_FEC_ULT_MOV,
                         DAYS(A.T047_FEC_ULT_MOV) -
                            DAYS(B.T047_FEC_ULT_MOV)
                    FROM BGDT059 P
                    LEFT JOIN BGDT047 A
                      ON A.T047_ENT     = P.T059_ENT_A
                     AND A.T047_CEN_REG = P.T059_CEN_A
                     AND A.T047_ACC     = P.T059_ACC_A
                    LEFT JOIN BGDT047 B
                      ON B.T047_ENT     = P.T059_ENT_B
                     AND B.T047_CEN_REG = P.T059_CEN_B
                     AND B.T047_ACC     = P.T059_ACC_B
                   ORDER BY P.T059_ENT_A, P.T059_CEN_A, P.T059_ACC_A
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-MIR059
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5724 - CSR-MIR059 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-PAIR
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-MIR059
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-PAIR.                                             *
      ******************************************************************
       CHECK-ONE-PAIR.
      *
           EXEC SQL
                FETCH CSR-MIR059
                  INTO :V059-ENT-A, :V059-CEN-A, :V059-ACC-A,
                       :V059-ENT-B, :V059-CEN-B, :V059-ACC-B,
                       :V059-IMP-TOLERANCE,
                       :V059-FEC-BREAK :VN-IND-FEC-BREAK,
                       :VN-DAYS-OPEN :VN-IND-DAYS-OPEN,
                       :WK-IMP-BALANCE-A,
                       :WK-FEC-ULT-MOV-A :VN-IND-FEC-A,
                       :WK-IMP-BALANCE-B,
                       :WK-FEC-ULT-MOV-B :VN-IND-FEC-B,
                       :VN-DAYS-GAP :VN-IND-DAYS-GAP
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5724 - CSR-MIR059 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-PAIR-COUNT
                 COMPUTE WK-IMP-DIFFERENCE =
                         WK-IMP-BALANCE-A + WK-IMP-BALANCE-B
                 IF WK-IMP-DIFFERENCE EQUAL ZERO
                    PERFORM PAIR-NETS-TO-ZERO
                 ELSE
                    PERFORM PAIR-DOES-NOT-NET
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN PAIR-NETS-TO-ZERO.                                          *
      * A PAIR THAT NETS AGAIN AFTER A BREAK HAS ITS BREAK DATE        *
      * CLEARED, SO THE NEXT BREAK IS AGED FROM ITS OWN FIRST NIGHT.   *
      ******************************************************************
       PAIR-NETS-TO-ZERO.
      *
           ADD CN-1 TO VN-NETTED-COUNT
      *
           IF VN-IND-FEC-BREAK NOT LESS ZERO
              EXEC SQL
                   UPDATE BGDT059
                      SET T059_FEC_BREAK = NULL
                    WHERE T059_ENT_A = :V059-ENT-A
                      AND T059_CEN_A = :V059-CEN-A
                      AND T059_ACC_A = :V059-ACC-A
                      AND T059_ENT_B = :V059-ENT-B
                      AND T059_CEN_B = :V059-CEN-B
                      AND T059_ACC_B = :V059-ACC-B
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5724 - BGDT059 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-CLEARED-COUNT
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN PAIR-DOES-NOT-NET.                                          *
      * THE FIRST NIGHT A PAIR IS OFF, THE BUSINESS DATE BECOMES ITS   *
      * BREAK DATE AND IT HAS BEEN OPEN ZERO DAYS. THE DIFFERENCE IS   *
      * WEIGHED AGAINST THE TOLERANCE WHICHEVER ITS SIGN.              *
      ******************************************************************
       PAIR-DOES-NOT-NET.
      *
           IF VN-IND-FEC-BREAK LESS ZERO
              PERFORM SET-BREAK-DATE
           END-IF
      *
           IF WK-IMP-DIFFERENCE LESS ZERO
              COMPUTE WK-IMP-DIFFERENCE-ABS = ZERO - WK-IMP-DIFFERENCE
           ELSE
              MOVE WK-IMP-DIFFERENCE TO WK-IMP-DIFFERENCE-ABS
           END-IF
      *
           IF WK-IMP-DIFFERENCE-ABS GREATER V059-IMP-TOLERANCE
              MOVE 'BEYOND TOLERANCE' TO WK-STATUS
              ADD CN-1 TO VN-BEYOND-COUNT
           ELSE
              MOVE 'WITHIN TOLERANCE' TO WK-STATUS
              ADD CN-1 TO VN-WITHIN-COUNT
           END-IF
      *
           EVALUATE TRUE
             WHEN VN-IND-FEC-A LESS ZERO AND VN-IND-FEC-B LESS ZERO
               MOVE 'NO BGDT047 ROW ON EITHER SIDE' TO WK-NOTE
             WHEN VN-IND-FEC-A LESS ZERO
               MOVE 'NO BGDT047 ROW ON SIDE A'      TO WK-NOTE
             WHEN VN-IND-FEC-B LESS ZERO
               MOVE 'NO BGDT047 ROW ON SIDE B'      TO WK-NOTE
             WHEN VN-DAYS-GAP NOT EQUAL ZERO
               MOVE 'LAST MOVES ON DIFFERENT DAYS'  TO WK-NOTE
             WHEN OTHER
               MOVE SPACES TO WK-NOTE
           END-EVALUATE
      *
           IF SW-ABEND-NO
              PERFORM WRITE-PAIR-DETAIL
           END-IF.
      *
      ******************************************************************
      *.PN SET-BREAK-DATE.                                             *
      ******************************************************************
       SET-BREAK-DATE.
      *
           EXEC SQL
                UPDATE BGDT059
                   SET T059_FEC_BREAK = :E574-FEC-BUSINESS
                 WHERE T059_ENT_A = :V059-ENT-A
                   AND T059_CEN_A = :V059-CEN-A
                   AND T059_ACC_A = :V059-ACC-A
                   AND T059_ENT_B = :V059-ENT-B
                   AND T059_CEN_B = :V059-CEN-B
                   AND T059_ACC_B = :V059-ACC-B
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5724 - BGDT059 UPDATE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              MOVE E574-FEC-BUSINESS TO V059-FEC-BREAK
              MOVE ZERO              TO VN-DAYS-OPEN
              MOVE ZERO              TO VN-IND-FEC-BREAK
              MOVE ZERO              TO VN-IND-DAYS-OPEN
              ADD CN-1 TO VN-NEW-BREAK-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-PAIR-DETAIL.                                          *
      ******************************************************************
       WRITE-PAIR-DETAIL.
      *
           MOVE V059-ENT-A         TO WD-ENT-A
           MOVE V059-CEN-A         TO WD-CEN-A
           MOVE V059-ACC-A         TO WD-ACC-A
           MOVE V059-ENT-B         TO WD-ENT-B
           MOVE V059-CEN-B         TO WD-CEN-B
           MOVE V059-ACC-B         TO WD-ACC-B
           MOVE WK-IMP-BALANCE-A   TO WD-IMP-BALANCE-A
           MOVE WK-IMP-BALANCE-B   TO WD-IMP-BALANCE-B
           MOVE WK-IMP-DIFFERENCE  TO WD-IMP-DIFFERENCE
           MOVE WK-STATUS          TO WD-STATUS
      *
           MOVE SPACES         TO WE-REPORT-LINE
           MOVE WK-PAIR-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           IF VN-IND-FEC-A LESS ZERO
              MOVE SPACES           TO WD-FEC-ULT-MOV-A
           ELSE
              MOVE WK-FEC-ULT-MOV-A TO WD-FEC-ULT-MOV-A
           END-IF
           IF VN-IND-FEC-B LESS ZERO
              MOVE SPACES           TO WD-FEC-ULT-MOV-B
           ELSE
              MOVE WK-FEC-ULT-MOV-B TO WD-FEC-ULT-MOV-B
           END-IF
           IF VN-IND-DAYS-GAP LESS ZERO
              MOVE SPACES TO WD-DAYS-GAP-TXT
           ELSE
              IF VN-DAYS-GAP LESS ZERO
                 COMPUTE VN-DAYS-GAP = ZERO - VN-DAYS-GAP
              END-IF
              MOVE VN-DAYS-GAP TO WD-DAYS-GAP
           END-IF
           MOVE V059-FEC-BREAK     TO WD-FEC-BREAK
           MOVE VN-DAYS-OPEN       TO WD-DAYS-OPEN
           MOVE V059-IMP-TOLERANCE TO WD-IMP-TOLERANCE
           MOVE WK-NOTE            TO WD-NOTE
      *
           MOVE SPACES           TO WE-REPORT-LINE
           MOVE WK-PAIR-DETAIL-2 TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN COMMIT-BREAK-DATES.                                         *
      * THE BREAK DATES SET AND CLEARED TONIGHT ARE COMMITTED ONLY     *
      * AFTER EVERY PAIR HAS BEEN CHECKED, SO A RERUN OF A FAILED      *
      * NIGHT SEES THE SAME STARTING DATES.                            *
      ******************************************************************
       COMMIT-BREAK-DATES.
      *
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5724 - COMMIT FAILED, SQLCODE ' SQLCODE
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
              DISPLAY 'BG9B5724 - WRITE FAILED, FILE STATUS '
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
      *.PN TERMINATE-CHECK.                                            *
      ******************************************************************
       TERMINATE-CHECK.
      *
           IF SW-FILE-OPEN-YES AND SW-ABEND-NO
              MOVE SPACES TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE 'MIRROR PAIRS CHECKED'             TO WD-TOT-DES
              MOVE VN-PAIR-COUNT                      TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'NETTING TO ZERO'                  TO WD-TOT-DES
              MOVE VN-NETTED-COUNT                    TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'OFF, WITHIN TOLERANCE'            TO WD-TOT-DES
              MOVE VN-WITHIN-COUNT                    TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'OFF, BEYOND TOLERANCE'            TO WD-TOT-DES
              MOVE VN-BEYOND-COUNT                    TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'FIRST FOUND OFF TONIGHT'          TO WD-TOT-DES
              MOVE VN-NEW-BREAK-COUNT                 TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'NETTING AGAIN TONIGHT'            TO WD-TOT-DES
              MOVE VN-CLEARED-COUNT                   TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
           END-IF.
      *
           IF SW-FILE-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5724 - PAIRS CHECKED: ' VN-PAIR-COUNT.
           DISPLAY 'BG9B5724 - WITHIN TOLERANCE: ' VN-WITHIN-COUNT.
           DISPLAY 'BG9B5724 - BEYOND TOLERANCE: ' VN-BEYOND-COUNT.
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
           MOVE 'BG9B5724' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5724 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-PAIR-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5724 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F9D ********* DO NOT REMOVE *********
