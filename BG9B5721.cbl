      * BG9B5721: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * CENTER MERGER UTILITY. WHEN A BRANCH IS MERGED BG9M5703 WILL   *
      * CLOSE THE OLD CENTER WHILE ITS BGDT041 ROWS, BGDT047 BALANCES  *
      * AND QUEUED BGDT048 CHANGES ARE LEFT POINTING AT IT, AND THE    *
      * MOVE TO THE SURVIVING CENTER USED TO BE HAND-WRITTEN SQL.      *
      * THIS STEP TAKES A SOURCE AND A TARGET ENTITY/CENTER ON THE     *
      * CONTROL CARD AND MOVES THE WHOLE POPULATION ACROSS, ONE        *
      * ACCOUNT PER UNIT OF WORK:                                      *
      * - THE BGDT041 ROW IS RE-CREATED ON THE TARGET WITH ITS FLAG,   *
      *   STATUS AND LAST-MOVEMENT DATE AND DELETED FROM THE SOURCE;   *
      * - THE BGDT047 RUNNING BALANCE IS ADDED TO THE TARGET'S (OR     *
      *   BECOMES IT) AND THE BGDT052 LEDGER ROWS GO WITH IT, SO THE   *
      *   TARGET'S OPEN ITEMS STILL EXPLAIN ITS BALANCE;               *
      * - PENDING AND AWAITING-APPROVAL BGDT048 ROWS ARE RE-POINTED,   *
      *   AS ARE UNPOSTED BGDT058 WRITE-OFF LINES AND EITHER SIDE OF   *
      *   A BGDT059 MIRROR PAIR;                                       *
      * - THE BGDT043 FLAG HISTORY AND BGDT050 BASELINES ARE RE-KEYED  *
      *   SO AS-OF FLAGS STILL REPLAY FOR THE ACCOUNT, AND THE MOVE IS *
      *   RECORDED ON THE BGDT055 CENTER MOVE HISTORY.                 *
      * BALANCES AND QUEUED CHANGES ON THE SOURCE WITH NO MASTER ROW   *
      * THERE ARE MOVED THE SAME WAY. AN ACCOUNT ALREADY SET UP ON THE *
      * TARGET CENTER IS A COLLISION: IT IS LISTED AND LEFT WHERE IT   *
      * IS WITH EVERYTHING THAT BELONGS TO IT. ONLY WHEN NOTHING AT    *
      * ALL IS LEFT ON THE SOURCE IS THE SOURCE CENTER CLOSED, THROUGH *
      * BG9M5703. THE LIVE RUN'S CARD NAMES THE REQUESTER, WHO GOES ON *
      * THE HISTORY ROWS; THE CLOSE IS A CENTER CHANGE LIKE ANY OTHER, *
      * SO BG9M5703 HOLDS IT ON BGDT048 AS 'W' UNTIL A SECOND USER     *
      * APPROVES IT (BG70 PF9 OR BG9M5704).                            *
      * MODE 'D' (DRY RUN) CHANGES NOTHING AND LISTS WHAT WOULD MOVE   *
      * AND EVERY COLLISION TO BE RESOLVED BEFORE THE LIVE RUN ('R').  *
      * RETURN CODE 4 WHEN THE CLOSE IS AWAITING APPROVAL, 8 WHEN ANY  *
      * COLLISION WAS FOUND OR THE SOURCE CENTER COULD NOT BE CLOSED.  *
      * A RERUN AFTER AN ABEND PICKS UP WHATEVER IS STILL ON THE       *
      * SOURCE.                                                        *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * ----------------                                               *
      * QAWCSQL                                                        *
      * BGEC574: COMMAREA BG9C5701 (BGDT045 RUN CONTROL)               *
      * BGEC576: COMMAREA BG9M5703                                     *
      * QBEC999                                                        *
      *                                                                *
      * DCLGEN USED                                                    *
      * -----------------                                              *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGGT047: RUNNING BALANCE PER CLEARING ACCOUNT                  *
      * BGGT049: CENTER REFERENCE TABLE                                *
      * BGGT055: CENTER MOVE HISTORY                                   *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5721.
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
      *     BG9B5721   RSANTOS 26-10-15 NEW PROGRAM - CENTER MERGER    *
      *                                 WITH DRY-RUN COLLISION LIST    *
      *     BG9B5721   RSANTOS 26-10-15 NO APPROVER ON THE CARD - THE  *
      *                                 SOURCE CLOSE IS HELD FOR A     *
      *                                 SECOND USER (RC 4)             *
      *     BG9B5721   RSANTOS 26-10-15 UNPOSTED WRITE-OFF LINES AND   *
      *                                 MIRROR PAIR SIDES MOVE WITH    *
      *                                 THE ACCOUNT AND KEEP THE       *
      *                                 SOURCE CENTER OPEN             *
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
           SELECT WK-REPORT-FILE ASSIGN TO BGREPMRG
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
      * ONE CONTROL RECORD: MODE ('D' DRY RUN, 'R' LIVE RUN), SOURCE   *
      * ENTITY/CENTER, TARGET ENTITY/CENTER AND REQUESTER (REQUIRED ON *
      * A LIVE RUN).                                                   *
       01  WP-PARM-RECORD.
           05 WP-MODE                      PIC X(01).
              88 WP-MODE-DRY-RUN                       VALUE 'D'.
              88 WP-MODE-LIVE-RUN                      VALUE 'R'.
           05 WP-ENT-SOURCE                 PIC X(04).
           05 WP-CEN-SOURCE                 PIC X(04).
           05 WP-ENT-TARGET                 PIC X(04).
           05 WP-CEN-TARGET                 PIC X(04).
           05 WP-USR-REQUEST                PIC X(08).
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
             INCLUDE BGGT041
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT047
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT049
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT055
           END-EXEC.
      *
           COPY BGEC574.
      *
           COPY BGEC576.
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
           05 SW-BALANCE                   PIC X(1)    VALUE 'N'.
              88 SW-BALANCE-YES                        VALUE 'S'.
              88 SW-BALANCE-NO                         VALUE 'N'.
      *
           05 SW-COLLISION                 PIC X(1)    VALUE 'N'.
              88 SW-COLLISION-YES                      VALUE 'S'.
              88 SW-COLLISION-NO                       VALUE 'N'.
      *
           05 SW-CENTER-CLOSED              PIC X(1)    VALUE 'N'.
              88 SW-CENTER-CLOSED-YES                  VALUE 'S'.
              88 SW-CENTER-CLOSED-NO                   VALUE 'N'.
      *
           05 SW-CLOSE-HELD                PIC X(1)    VALUE 'N'.
              88 SW-CLOSE-HELD-YES                     VALUE 'S'.
              88 SW-CLOSE-HELD-NO                      VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-ACCOUNT-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-MOVED-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-COLLISION-COUNT            PIC S9(9)   COMP VALUE 0.
           05 VN-ORPHAN-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-LEDGER-TOTAL               PIC S9(9)   COMP VALUE 0.
           05 VN-PENDING-TOTAL              PIC S9(9)   COMP VALUE 0.
           05 VN-EXIST-COUNT                PIC S9(9)   COMP.
           05 VN-REMAIN-COUNT               PIC S9(9)   COMP.
           05 VN-IND-FEC-ULT-MOV             PIC S9(4)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CA-PENDING                   PIC X(1)    VALUE 'P'.
           05 CA-AWAITING                  PIC X(1)    VALUE 'W'.
           05 CA-OPEN                      PIC X(1)    VALUE 'A'.
           05 CA-ACTION-CLOSE              PIC X(1)    VALUE 'C'.
           05 CA-GENERATED                 PIC X(1)    VALUE 'G'.
           05 CA-RTN-CENTER                PIC X(8)    VALUE 'BG9M5703'.
      *
       01 VA-MOVE-FIELDS.
           05 WK-IMP-BALANCE               PIC S9(13)V9(02) COMP-3.
           05 WK-FEC-BAL-ULT-MOV            PIC X(10).
           05 WK-OUTCOME                   PIC X(12).
           05 WK-CLOSE-MESSAGE             PIC X(60)   VALUE SPACES.
      *
       01 WK-TITLE-LINE.
           05 FILLER                       PIC X(32)    VALUE
              'BG9B5721  CENTER MERGER - '.
           05 WL-MODE                      PIC X(08).
      *
       01 WK-CENTERS-LINE.
           05 FILLER                       PIC X(08)    VALUE
              'SOURCE: '.
           05 WL-ENT-SOURCE                 PIC X(04).
           05 FILLER                       PIC X(01)    VALUE '/'.
           05 WL-CEN-SOURCE                 PIC X(04).
           05 FILLER                       PIC X(12)    VALUE
              '    TARGET: '.
           05 WL-ENT-TARGET                 PIC X(04).
           05 FILLER                       PIC X(01)    VALUE '/'.
           05 WL-CEN-TARGET                 PIC X(04).
      *
       01 WK-MOVE-HEADER.
           05 FILLER                       PIC X(40)    VALUE
              'ACCOUNT     F  S  LAST MOV'.
           05 FILLER                       PIC X(40)    VALUE
              '    BALANCE   LEDGER  PENDING  OUTCOME'.
      *
       01 WK-MOVE-DETAIL.
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FLG-PLGACC                 PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-STA-ACC                    PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-ULT-MOV                PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-BALANCE                PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-NUM-LEDGER                 PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-NUM-PENDING                PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-OUTCOME                   PIC X(12).
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
              PERFORM INITIALIZE-MERGER
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM MOVE-CENTER-ACCOUNTS
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM MOVE-ORPHAN-BALANCES
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM MOVE-ORPHAN-PENDING
           END-IF.
      *
           IF SW-ABEND-NO AND WP-MODE-LIVE-RUN
              PERFORM CLOSE-SOURCE-CENTER
           END-IF.
      *
           PERFORM TERMINATE-MERGER.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-COLLISION-COUNT GREATER ZERO
                 OR (WP-MODE-LIVE-RUN AND SW-CENTER-CLOSED-NO
                     AND SW-CLOSE-HELD-NO)
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF SW-CLOSE-HELD-YES
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-MERGER.                                          *
      * READS AND CHECKS THE CONTROL CARD, OPENS THE REPORT AND MAKES  *
      * SURE THE TARGET CENTER IS OPEN - MOVING ACCOUNTS ONTO A CLOSED *
      * OR UNKNOWN CENTER WOULD ONLY RECREATE THE PROBLEM. THE SOURCE  *
      * IS NOT CHECKED: A CENTER ALREADY CLOSED WITH ACCOUNTS LEFT ON  *
      * IT IS EXACTLY WHAT THIS STEP IS FOR.                           *
      ******************************************************************
       INITIALIZE-MERGER.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-PARM-FILE
           IF WK-PARM-STATUS NOT = '00'
              DISPLAY 'BG9B5721 - PARM OPEN FAILED, FILE STATUS '
                       WK-PARM-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              READ WK-PARM-FILE
              IF WK-PARM-STATUS NOT = '00'
                 DISPLAY 'BG9B5721 - PARM READ FAILED, FILE STATUS '
                          WK-PARM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 PERFORM CHECK-CONTROL-CARD
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5721 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-FILE-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   SELECT T049_STA_CEN
                     INTO :V049-STA-CEN
                     FROM BGDT049
                    WHERE T049_ENT = :WP-ENT-TARGET
                      AND T049_CEN = :WP-CEN-TARGET
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF SQL-88-OK AND V049-STA-CEN-OPEN
                 CONTINUE
              ELSE
                 IF SQL-88-OK OR SQL-88-NOT-FOUND
                    DISPLAY 'BG9B5721 - TARGET CENTER NOT OPEN: '
                             WP-ENT-TARGET '/' WP-CEN-TARGET
                 ELSE
                    DISPLAY 'BG9B5721 - BGDT049 SELECT FAILED, '
                            'SQLCODE ' SQLCODE
                 END-IF
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM WRITE-MERGER-HEADING
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-CONTROL-CARD.                                         *
      ******************************************************************
       CHECK-CONTROL-CARD.
      *
           IF (NOT WP-MODE-DRY-RUN AND NOT WP-MODE-LIVE-RUN)
              OR WP-ENT-SOURCE EQUAL SPACES
              OR WP-CEN-SOURCE EQUAL SPACES
              OR WP-ENT-TARGET EQUAL SPACES
              OR WP-CEN-TARGET EQUAL SPACES
              OR (WP-ENT-SOURCE EQUAL WP-ENT-TARGET
                  AND WP-CEN-SOURCE EQUAL WP-CEN-TARGET)
              DISPLAY 'BG9B5721 - BAD CONTROL CARD: ' WP-PARM-RECORD
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO AND WP-MODE-LIVE-RUN
              AND WP-USR-REQUEST EQUAL SPACES
              DISPLAY 'BG9B5721 - LIVE RUN NEEDS A REQUESTER: '
                       WP-PARM-RECORD
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-MERGER-HEADING.                                       *
      ******************************************************************
       WRITE-MERGER-HEADING.
      *
           IF WP-MODE-DRY-RUN
              MOVE 'DRY RUN'  TO WL-MODE
           ELSE
              MOVE 'LIVE RUN' TO WL-MODE
           END-IF
           MOVE WK-TITLE-LINE TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE WP-ENT-SOURCE TO WL-ENT-SOURCE
           MOVE WP-CEN-SOURCE TO WL-CEN-SOURCE
           MOVE WP-ENT-TARGET TO WL-ENT-TARGET
           MOVE WP-CEN-TARGET TO WL-CEN-TARGET
           MOVE WK-CENTERS-LINE TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE SPACES         TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-MOVE-HEADER TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN MOVE-CENTER-ACCOUNTS.                                       *
      * WITH HOLD BECAUSE EACH ACCOUNT IS COMMITTED AS SOON AS IT HAS  *
      * MOVED. THE ROWS THE CURSOR HAS ALREADY PASSED ARE THE ONLY     *
      * ONES DELETED FROM UNDER IT.                                    *
      ******************************************************************
       MOVE-CENTER-ACCOUNTS.
      *
           EXEC SQL
                DECLARE CSR-M041 CURSOR WITH HOLD FOR
                  SELECT T041_ACC, T041_FLG_PLGDACC, T041_STA_ACC,
                         T041_FEC_ULT_MOV
                    FROM BGDT041
                   WHERE T041_ENT     = :WP-ENT-SOURCE
                     AND T041_CEN_REG = :WP-CEN-SOURCE
                   ORDER BY T041_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-M041
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - CSR-M041 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM MOVE-ONE-ACCOUNT
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-M041
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN MOVE-ONE-ACCOUNT.                                           *
      ******************************************************************
       MOVE-ONE-ACCOUNT.
      *
           EXEC SQL
                FETCH CSR-M041
                  INTO :V041-ACC, :V041-FLG-PLGACC, :V041-STA-ACC,
                       :V041-FEC-ULT-MOV :VN-IND-FEC-ULT-MOV
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - CSR-M041 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-ACCOUNT-COUNT
                 IF VN-IND-FEC-ULT-MOV LESS ZERO
                    MOVE SPACES TO V041-FEC-ULT-MOV
                 END-IF
                 MOVE V041-ACC TO V055-ACC
                 PERFORM COUNT-ACCOUNT-ROWS
                 IF SW-ABEND-NO
                    PERFORM CHECK-TARGET-COLLISION
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM SETTLE-ONE-ACCOUNT
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN SETTLE-ONE-ACCOUNT.                                         *
      ******************************************************************
       SETTLE-ONE-ACCOUNT.
      *
           IF SW-COLLISION-YES
              MOVE 'COLLISION'  TO WK-OUTCOME
              ADD CN-1 TO VN-COLLISION-COUNT
           ELSE
              IF WP-MODE-DRY-RUN
                 MOVE 'WOULD MOVE' TO WK-OUTCOME
                 ADD CN-1 TO VN-MOVED-COUNT
              ELSE
                 PERFORM RE-HOME-ACCOUNT
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              MOVE V041-FLG-PLGACC TO WD-FLG-PLGACC
              MOVE V041-STA-ACC    TO WD-STA-ACC
              PERFORM WRITE-MOVE-LINE
           END-IF.
      *
           IF SW-ABEND-NO AND WP-MODE-LIVE-RUN
              PERFORM COMMIT-MERGER-WORK
           END-IF.
      *
      ******************************************************************
      *.PN COUNT-ACCOUNT-ROWS.                                         *
      * WHAT BELONGS TO THE ACCOUNT ON THE SOURCE: ITS BALANCE (IF IT  *
      * HAS ONE), ITS LEDGER ROWS AND ITS QUEUED CHANGES - PENDING     *
      * ('P') AND AWAITING APPROVAL ('W'). APPLIED, REFUSED AND        *
      * REJECTED ROWS ARE A RECORD OF WHAT HAPPENED UNDER THE OLD KEY  *
      * AND STAY AS THEY ARE.                                          *
      ******************************************************************
       COUNT-ACCOUNT-ROWS.
      *
           MOVE ZERO TO V055-NUM-LEDGER
           MOVE ZERO TO V055-NUM-PENDING
           MOVE ZERO TO WK-IMP-BALANCE
           SET SW-BALANCE-NO TO TRUE
      *
           EXEC SQL
                SELECT T047_IMP_BALANCE, T047_FEC_ULT_MOV
                  INTO :WK-IMP-BALANCE, :WK-FEC-BAL-ULT-MOV
                  FROM BGDT047
                 WHERE T047_ENT     = :WP-ENT-SOURCE
                   AND T047_CEN_REG = :WP-CEN-SOURCE
                   AND T047_ACC     = :V055-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-OK
              SET SW-BALANCE-YES TO TRUE
           ELSE
              IF NOT SQL-88-NOT-FOUND
                 DISPLAY 'BG9B5721 - BGDT047 SELECT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :V055-NUM-LEDGER
                     FROM BGDT052
                    WHERE T052_ENT     = :WP-ENT-SOURCE
                      AND T052_CEN_REG = :WP-CEN-SOURCE
                      AND T052_ACC     = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - BGDT052 COUNT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :V055-NUM-PENDING
                     FROM BGDT048
                    WHERE T048_ENT      = :WP-ENT-SOURCE
                      AND T048_CEN_REG  = :WP-CEN-SOURCE
                      AND T048_ACC      = :V055-ACC
                      AND T048_STA_PEND IN (:CA-PENDING, :CA-AWAITING)
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - BGDT048 COUNT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-TARGET-COLLISION.                                     *
      ******************************************************************
       CHECK-TARGET-COLLISION.
      *
           SET SW-COLLISION-NO TO TRUE
      *
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VN-EXIST-COUNT
                  FROM BGDT041
                 WHERE T041_ENT     = :WP-ENT-TARGET
                   AND T041_CEN_REG = :WP-CEN-TARGET
                   AND T041_ACC     = :V055-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - COLLISION CHECK FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              IF VN-EXIST-COUNT GREATER ZERO
                 SET SW-COLLISION-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN RE-HOME-ACCOUNT.                                            *
      * THE TARGET MASTER ROW IS INSERTED FIRST: IF SOMEONE SET THE    *
      * ACCOUNT UP ON THE TARGET SINCE THE COLLISION CHECK, THE        *
      * DUPLICATE TURNS IT INTO A COLLISION BEFORE ANYTHING ELSE HAS   *
      * MOVED.                                                         *
      ******************************************************************
       RE-HOME-ACCOUNT.
      *
           MOVE V041-FLG-PLGACC TO V055-FLG-PLGACC
           MOVE V041-STA-ACC    TO V055-STA-ACC
           MOVE V041-FEC-ULT-MOV TO V055-FEC-ULT-MOV
      *
           EXEC SQL
                INSERT INTO BGDT041
                       (T041_ENT, T041_CEN_REG, T041_ACC,
                        T041_FLG_PLGDACC, T041_STA_ACC,
                        T041_FEC_ULT_MOV)
                VALUES (:WP-ENT-TARGET, :WP-CEN-TARGET, :V055-ACC,
                        :V041-FLG-PLGACC, :V041-STA-ACC,
                        :V041-FEC-ULT-MOV :VN-IND-FEC-ULT-MOV)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              IF SQL-88-DUPLICATE
                 SET SW-COLLISION-YES TO TRUE
                 MOVE 'COLLISION' TO WK-OUTCOME
                 ADD CN-1 TO VN-COLLISION-COUNT
              ELSE
                 DISPLAY 'BG9B5721 - BGDT041 INSERT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND SW-COLLISION-NO
              PERFORM MOVE-ACCOUNT-CONTENTS
           END-IF.
      *
           IF SW-ABEND-NO AND SW-COLLISION-NO
              PERFORM RE-KEY-ACCOUNT-HISTORY
           END-IF.
      *
           IF SW-ABEND-NO AND SW-COLLISION-NO
              EXEC SQL
                   DELETE FROM BGDT041
                    WHERE T041_ENT     = :WP-ENT-SOURCE
                      AND T041_CEN_REG = :WP-CEN-SOURCE
                      AND T041_ACC     = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - BGDT041 DELETE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND SW-COLLISION-NO
              PERFORM INSERT-MOVE-HISTORY
           END-IF.
      *
           IF SW-ABEND-NO AND SW-COLLISION-NO
              MOVE 'MOVED' TO WK-OUTCOME
              ADD CN-1 TO VN-MOVED-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN MOVE-ACCOUNT-CONTENTS.                                      *
      * BALANCE, LEDGER AND QUEUED CHANGES - SHARED BY THE ACCOUNTS    *
      * WITH A MASTER ROW AND THE BALANCES WITHOUT ONE. A WRITE-OFF    *
      * LINE STILL WAITING ON BGDT058 TO BE POSTED, AND EITHER SIDE OF *
      * A BGDT059 MIRROR PAIR, FOLLOW THE ACCOUNT SO THE POSTING AND   *
      * THE PAIR CHECK FIND IT ON THE TARGET. POSTED AND CANCELLED     *
      * WRITE-OFF LINES ARE HISTORY AND KEEP THE CENTER THEY HAD.      *
      ******************************************************************
       MOVE-ACCOUNT-CONTENTS.
      *
           IF SW-BALANCE-YES
              PERFORM MOVE-ACCOUNT-BALANCE
           END-IF.
      *
           IF SW-ABEND-NO AND V055-NUM-LEDGER GREATER ZERO
              EXEC SQL
                   UPDATE BGDT052
                      SET T052_ENT     = :WP-ENT-TARGET,
                          T052_CEN_REG = :WP-CEN-TARGET
                    WHERE T052_ENT     = :WP-ENT-SOURCE
                      AND T052_CEN_REG = :WP-CEN-SOURCE
                      AND T052_ACC     = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT052 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD V055-NUM-LEDGER TO VN-LEDGER-TOTAL
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND V055-NUM-PENDING GREATER ZERO
              EXEC SQL
                   UPDATE BGDT048
                      SET T048_ENT     = :WP-ENT-TARGET,
                          T048_CEN_REG = :WP-CEN-TARGET
                    WHERE T048_ENT      = :WP-ENT-SOURCE
                      AND T048_CEN_REG  = :WP-CEN-SOURCE
                      AND T048_ACC      = :V055-ACC
                      AND T048_STA_PEND IN (:CA-PENDING, :CA-AWAITING)
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT048 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD V055-NUM-PENDING TO VN-PENDING-TOTAL
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   UPDATE BGDT058
                      SET T058_ENT     = :WP-ENT-TARGET,
                          T058_CEN_REG = :WP-CEN-TARGET
                    WHERE T058_ENT          = :WP-ENT-SOURCE
                      AND T058_CEN_REG      = :WP-CEN-SOURCE
                      AND T058_ACC          = :V055-ACC
                      AND T058_STA_WRITEOFF = :CA-GENERATED
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT058 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   UPDATE BGDT059
                      SET T059_ENT_A = :WP-ENT-TARGET,
                          T059_CEN_A = :WP-CEN-TARGET
                    WHERE T059_ENT_A = :WP-ENT-SOURCE
                      AND T059_CEN_A = :WP-CEN-SOURCE
                      AND T059_ACC_A = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT059 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   UPDATE BGDT059
                      SET T059_ENT_B = :WP-ENT-TARGET,
                          T059_CEN_B = :WP-CEN-TARGET
                    WHERE T059_ENT_B = :WP-ENT-SOURCE
                      AND T059_CEN_B = :WP-CEN-SOURCE
                      AND T059_ACC_B = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT059 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN MOVE-ACCOUNT-BALANCE.                                       *
      * A TARGET BALANCE ROW CAN ALREADY EXIST WITHOUT A MASTER ROW    *
      * (MONEY POSTED BEFORE THE ACCOUNT WAS EVER SET UP THERE), SO    *
      * THE SOURCE BALANCE IS ADDED TO IT, WITH THE LATER OF THE TWO   *
      * LAST-MOVEMENT DATES, AND ONLY INSERTED WHEN THERE IS NONE.     *
      ******************************************************************
       MOVE-ACCOUNT-BALANCE.
      *
           MOVE WP-ENT-TARGET      TO V047-ENT
           MOVE WP-CEN-TARGET      TO V047-CEN-REG
           MOVE V055-ACC           TO V047-ACC
           MOVE WK-IMP-BALANCE     TO V047-IMP-BALANCE
           MOVE WK-FEC-BAL-ULT-MOV TO V047-FEC-ULT-MOV
      *
           EXEC SQL
                UPDATE BGDT047
                   SET T047_IMP_BALANCE = T047_IMP_BALANCE
                                        + :V047-IMP-BALANCE,
                       T047_FEC_ULT_MOV =
                           CASE WHEN T047_FEC_ULT_MOV
                                     < :V047-FEC-ULT-MOV
                                THEN :V047-FEC-ULT-MOV
                                ELSE T047_FEC_ULT_MOV
                           END
                 WHERE T047_ENT     = :V047-ENT
                   AND T047_CEN_REG = :V047-CEN-REG
                   AND T047_ACC     = :V047-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              EXEC SQL
                   INSERT INTO BGDT047
                          (T047_ENT, T047_CEN_REG, T047_ACC,
                           T047_IMP_BALANCE, T047_FEC_ULT_MOV)
                   VALUES (:V047-ENT, :V047-CEN-REG, :V047-ACC,
                           :V047-IMP-BALANCE, :V047-FEC-ULT-MOV)
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
           END-IF.
      *
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - BGDT047 TARGET FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              EXEC SQL
                   DELETE FROM BGDT047
                    WHERE T047_ENT     = :WP-ENT-SOURCE
                      AND T047_CEN_REG = :WP-CEN-SOURCE
                      AND T047_ACC     = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - BGDT047 DELETE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN RE-KEY-ACCOUNT-HISTORY.                                     *
      * THE FLAG HISTORY AND ITS BASELINES FOLLOW THE ACCOUNT, SO      *
      * BG9B5705 STILL REPLAYS AN AS-OF FLAG FOR IT UNDER THE NEW KEY. *
      ******************************************************************
       RE-KEY-ACCOUNT-HISTORY.
      *
           EXEC SQL
                UPDATE BGDT043
                   SET T043_ENT     = :WP-ENT-TARGET,
                       T043_CEN_REG = :WP-CEN-TARGET
                 WHERE T043_ENT     = :WP-ENT-SOURCE
                   AND T043_CEN_REG = :WP-CEN-SOURCE
                   AND T043_ACC     = :V055-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
              DISPLAY 'BG9B5721 - BGDT043 UPDATE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   UPDATE BGDT050
                      SET T050_ENT     = :WP-ENT-TARGET,
                          T050_CEN_REG = :WP-CEN-TARGET
                    WHERE T050_ENT     = :WP-ENT-SOURCE
                      AND T050_CEN_REG = :WP-CEN-SOURCE
                      AND T050_ACC     = :V055-ACC
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT050 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN INSERT-MOVE-HISTORY.                                        *
      ******************************************************************
       INSERT-MOVE-HISTORY.
      *
           MOVE WP-ENT-SOURCE     TO V055-ENT-SOURCE
           MOVE WP-CEN-SOURCE     TO V055-CEN-SOURCE
           MOVE WP-ENT-TARGET     TO V055-ENT-TARGET
           MOVE WP-CEN-TARGET     TO V055-CEN-TARGET
           MOVE WK-IMP-BALANCE    TO V055-IMP-BALANCE
           MOVE E574-FEC-BUSINESS TO V055-FEC-BUSINESS
           MOVE WP-USR-REQUEST    TO V055-USR-REQUEST
           MOVE SPACES            TO V055-USR-APPROVE
      *
           EXEC SQL
                INSERT INTO BGDT055
                       (T055_ENT_SOURCE, T055_CEN_SOURCE,
                        T055_ENT_TARGET, T055_CEN_TARGET, T055_ACC,
                        T055_FLG_PLGACC, T055_STA_ACC,
                        T055_FEC_ULT_MOV, T055_IMP_BALANCE,
                        T055_NUM_LEDGER, T055_NUM_PENDING,
                        T055_FEC_BUSINESS, T055_USR_REQUEST,
                        T055_USR_APPROVE, T055_TIMESTAMP)
                VALUES (:V055-ENT-SOURCE, :V055-CEN-SOURCE,
                        :V055-ENT-TARGET, :V055-CEN-TARGET, :V055-ACC,
                        :V055-FLG-PLGACC, :V055-STA-ACC,
                        :V055-FEC-ULT-MOV, :V055-IMP-BALANCE,
                        :V055-NUM-LEDGER, :V055-NUM-PENDING,
                        :V055-FEC-BUSINESS, :V055-USR-REQUEST,
                        :V055-USR-APPROVE, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - BGDT055 INSERT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN MOVE-ORPHAN-BALANCES.                                       *
      * SOURCE BALANCES WITH NO SOURCE MASTER ROW. A COLLIDED ACCOUNT  *
      * STILL HAS ITS MASTER ROW ON THE SOURCE, SO ITS BALANCE IS NOT  *
      * PICKED UP HERE AND STAYS WITH IT.                              *
      ******************************************************************
       MOVE-ORPHAN-BALANCES.
      *
           EXEC SQL
                DECLARE CSR-M047 CURSOR WITH HOLD FOR
                  SELECT B.T047_ACC
                    FROM BGDT047 B
                   WHERE B.T047_ENT     = :WP-ENT-SOURCE
                     AND B.T047_CEN_REG = :WP-CEN-SOURCE
                     AND NOT EXISTS
                         (SELECT 1
                            FROM BGDT041 M
                           WHERE M.T041_ENT     = B.T047_ENT
                             AND M.T041_CEN_REG = B.T047_CEN_REG
                             AND M.T041_ACC     = B.T047_ACC)
                   ORDER BY B.T047_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-M047
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - CSR-M047 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM MOVE-ONE-ORPHAN
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-M047
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN MOVE-ONE-ORPHAN.                                            *
      ******************************************************************
       MOVE-ONE-ORPHAN.
      *
           EXEC SQL
                FETCH CSR-M047
                  INTO :V055-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - CSR-M047 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-ORPHAN-COUNT
                 PERFORM COUNT-ACCOUNT-ROWS
                 IF SW-ABEND-NO
                    PERFORM SETTLE-ONE-ORPHAN
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN SETTLE-ONE-ORPHAN.                                          *
      ******************************************************************
       SETTLE-ONE-ORPHAN.
      *
           MOVE SPACES             TO V055-FLG-PLGACC
           MOVE SPACES             TO V055-STA-ACC
           MOVE WK-FEC-BAL-ULT-MOV TO V055-FEC-ULT-MOV
      *
           IF WP-MODE-DRY-RUN
              MOVE 'WOULD MOVE' TO WK-OUTCOME
           ELSE
              PERFORM MOVE-ACCOUNT-CONTENTS
              IF SW-ABEND-NO
                 PERFORM INSERT-MOVE-HISTORY
              END-IF
              MOVE 'MOVED'      TO WK-OUTCOME
           END-IF.
      *
           IF SW-ABEND-NO
              MOVE SPACES TO WD-FLG-PLGACC
              MOVE SPACES TO WD-STA-ACC
              MOVE WK-FEC-BAL-ULT-MOV TO V041-FEC-ULT-MOV
              PERFORM WRITE-MOVE-LINE
           END-IF.
      *
           IF SW-ABEND-NO AND WP-MODE-LIVE-RUN
              PERFORM COMMIT-MERGER-WORK
           END-IF.
      *
      ******************************************************************
      *.PN MOVE-ORPHAN-PENDING.                                        *
      * QUEUED CHANGES ON THE SOURCE FOR AN ACCOUNT WITH NO SOURCE     *
      * MASTER ROW - TYPICALLY A SET-UP STILL WAITING FOR ITS          *
      * EFFECTIVE DATE OR ITS APPROVAL. THEY ARE RE-POINTED IN ONE     *
      * STATEMENT; A COLLIDED ACCOUNT KEEPS ITS OWN. THE CENTER-LEVEL  *
      * BG9M5703 ROWS (NO ACCOUNT) BELONG TO THE SOURCE CENTER ITSELF  *
      * AND ARE LEFT ALONE.                                            *
      ******************************************************************
       MOVE-ORPHAN-PENDING.
      *
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VN-EXIST-COUNT
                  FROM BGDT048 Q
                 WHERE Q.T048_ENT      = :WP-ENT-SOURCE
                   AND Q.T048_CEN_REG  = :WP-CEN-SOURCE
                   AND Q.T048_ACC      <> ' '
                   AND Q.T048_STA_PEND IN (:CA-PENDING, :CA-AWAITING)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM BGDT041 M
                         WHERE M.T041_ENT     = Q.T048_ENT
                           AND M.T041_CEN_REG = Q.T048_CEN_REG
                           AND M.T041_ACC     = Q.T048_ACC)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - BGDT048 COUNT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO AND WP-MODE-LIVE-RUN
              AND VN-EXIST-COUNT GREATER ZERO
              EXEC SQL
                   UPDATE BGDT048 Q
                      SET T048_ENT     = :WP-ENT-TARGET,
                          T048_CEN_REG = :WP-CEN-TARGET
                    WHERE Q.T048_ENT      = :WP-ENT-SOURCE
                      AND Q.T048_CEN_REG  = :WP-CEN-SOURCE
                      AND Q.T048_ACC      <> ' '
                      AND Q.T048_STA_PEND IN (:CA-PENDING,
                                              :CA-AWAITING)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM BGDT041 M
                            WHERE M.T041_ENT     = Q.T048_ENT
                              AND M.T041_CEN_REG = Q.T048_CEN_REG
                              AND M.T041_ACC     = Q.T048_ACC)
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
                 DISPLAY 'BG9B5721 - BGDT048 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 PERFORM COMMIT-MERGER-WORK
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              ADD VN-EXIST-COUNT TO VN-PENDING-TOTAL
           END-IF.
      *
      ******************************************************************
      *.PN CLOSE-SOURCE-CENTER.                                        *
      * THE SOURCE IS CLOSED ONLY WHEN NOTHING IS LEFT ON IT: NO       *
      * MASTER ROW, NO BALANCE, NO LEDGER ROW, NO QUEUED ACCOUNT       *
      * CHANGE, NO UNPOSTED WRITE-OFF LINE AND NO MIRROR PAIR SIDE.    *
      * THE CLOSE GOES THROUGH BG9M5703 WITH THE CARD'S REQUESTER AND  *
      * NO APPROVER, SO IT IS HELD ON BGDT048 ('60') UNTIL A SECOND    *
      * USER APPROVES IT.                                              *
      ******************************************************************
       CLOSE-SOURCE-CENTER.
      *
           PERFORM COUNT-SOURCE-REMAINDER.
      *
           IF SW-ABEND-NO AND VN-REMAIN-COUNT GREATER ZERO
              MOVE 'SOURCE NOT EMPTY - CENTER LEFT OPEN'
                TO WK-CLOSE-MESSAGE
           END-IF.
      *
           IF SW-ABEND-NO AND WK-CLOSE-MESSAGE EQUAL SPACES
              PERFORM CHECK-SOURCE-STATUS
           END-IF.
      *
           IF SW-ABEND-NO AND WK-CLOSE-MESSAGE EQUAL SPACES
              PERFORM REQUEST-SOURCE-CLOSE
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-SOURCE-STATUS.                                        *
      * A SOURCE ALREADY CLOSED, OR NEVER ON BGDT049, HAS NOTHING LEFT *
      * TO CLOSE; ONE WHOSE CLOSE IS ALREADY HELD FROM AN EARLIER RUN  *
      * IS NOT QUEUED A SECOND TIME.                                   *
      ******************************************************************
       CHECK-SOURCE-STATUS.
      *
           EXEC SQL
                SELECT T049_STA_CEN
                  INTO :V049-STA-CEN
                  FROM BGDT049
                 WHERE T049_ENT = :WP-ENT-SOURCE
                   AND T049_CEN = :WP-CEN-SOURCE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              OR (SQL-88-OK AND V049-STA-CEN-CLOSED)
              MOVE 'SOURCE CENTER ALREADY CLOSED' TO WK-CLOSE-MESSAGE
              SET SW-CENTER-CLOSED-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - BGDT049 SELECT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND WK-CLOSE-MESSAGE EQUAL SPACES
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :VN-EXIST-COUNT
                     FROM BGDT048
                    WHERE T048_ROUTINE  = :CA-RTN-CENTER
                      AND T048_ENT      = :WP-ENT-SOURCE
                      AND T048_CEN_REG  = :WP-CEN-SOURCE
                      AND T048_ACTION   = :CA-ACTION-CLOSE
                      AND T048_STA_PEND = :CA-AWAITING
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5721 - BGDT048 COUNT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF VN-EXIST-COUNT GREATER ZERO
                    MOVE 'SOURCE CENTER CLOSE AWAITING APPROVAL'
                      TO WK-CLOSE-MESSAGE
                    SET SW-CLOSE-HELD-YES TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN REQUEST-SOURCE-CLOSE.                                       *
      ******************************************************************
       REQUEST-SOURCE-CLOSE.
      *
           INITIALIZE BGEC576
           MOVE CA-ACTION-CLOSE TO E576-ACTION
           MOVE WP-ENT-SOURCE   TO E576-ENT
           MOVE WP-CEN-SOURCE   TO E576-CEN
           MOVE WP-USR-REQUEST  TO E576-USR-REQUEST
           MOVE SPACES          TO E576-USR-APPROVE
      *
           CALL 'BG9M5703' USING BGEC576 WA-QBEC999-01
      *
           EVALUATE E576-COD-RETURN
              WHEN '60'
                 MOVE 'SOURCE CENTER CLOSE AWAITING APPROVAL'
                   TO WK-CLOSE-MESSAGE
                 SET SW-CLOSE-HELD-YES TO TRUE
              WHEN '99'
                 DISPLAY 'BG9B5721 - BG9M5703 RETURNED 99, '
                         'SQLCODE ' E576-SQLCODE
                 SET SW-ABEND-YES TO TRUE
              WHEN OTHER
                 MOVE 'SOURCE CENTER CLOSE REFUSED BY BG9M5703'
                   TO WK-CLOSE-MESSAGE
                 DISPLAY 'BG9B5721 - BG9M5703 RETURNED '
                          E576-COD-RETURN
           END-EVALUATE.
      *
           IF SW-ABEND-NO
              PERFORM COMMIT-MERGER-WORK
           END-IF.
      *
      ******************************************************************
      *.PN COUNT-SOURCE-REMAINDER.                                     *
      ******************************************************************
       COUNT-SOURCE-REMAINDER.
      *
           EXEC SQL
                SELECT (SELECT COUNT(*)
                          FROM BGDT041
                         WHERE T041_ENT     = :WP-ENT-SOURCE
                           AND T041_CEN_REG = :WP-CEN-SOURCE)
                     + (SELECT COUNT(*)
                          FROM BGDT047
                         WHERE T047_ENT     = :WP-ENT-SOURCE
                           AND T047_CEN_REG = :WP-CEN-SOURCE)
                     + (SELECT COUNT(*)
                          FROM BGDT052
                         WHERE T052_ENT     = :WP-ENT-SOURCE
                           AND T052_CEN_REG = :WP-CEN-SOURCE)
                     + (SELECT COUNT(*)
                          FROM BGDT048
                         WHERE T048_ENT      = :WP-ENT-SOURCE
                           AND T048_CEN_REG  = :WP-CEN-SOURCE
                           AND T048_ACC      <> ' '
                           AND T048_STA_PEND IN (:CA-PENDING,
                                                 :CA-AWAITING))
                     + (SELECT COUNT(*)
                          FROM BGDT058
                         WHERE T058_ENT          = :WP-ENT-SOURCE
                           AND T058_CEN_REG      = :WP-CEN-SOURCE
                           AND T058_STA_WRITEOFF = :CA-GENERATED)
                     + (SELECT COUNT(*)
                          FROM BGDT059
                         WHERE (T059_ENT_A = :WP-ENT-SOURCE
                                AND T059_CEN_A = :WP-CEN-SOURCE)
                            OR (T059_ENT_B = :WP-ENT-SOURCE
                                AND T059_CEN_B = :WP-CEN-SOURCE))
                  INTO :VN-REMAIN-COUNT
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - REMAINDER COUNT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-MOVE-LINE.                                            *
      ******************************************************************
       WRITE-MOVE-LINE.
      *
           MOVE V055-ACC         TO WD-ACC
           MOVE V041-FEC-ULT-MOV TO WD-FEC-ULT-MOV
           MOVE WK-IMP-BALANCE   TO WD-IMP-BALANCE
           MOVE V055-NUM-LEDGER  TO WD-NUM-LEDGER
           MOVE V055-NUM-PENDING TO WD-NUM-PENDING
           MOVE WK-OUTCOME       TO WD-OUTCOME
      *
           MOVE SPACES         TO WE-REPORT-LINE
           MOVE WK-MOVE-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN COMMIT-MERGER-WORK.                                         *
      ******************************************************************
       COMMIT-MERGER-WORK.
      *
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5721 - COMMIT FAILED, SQLCODE ' SQLCODE
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
              DISPLAY 'BG9B5721 - WRITE FAILED, FILE STATUS '
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
      *.PN TERMINATE-MERGER.                                           *
      ******************************************************************
       TERMINATE-MERGER.
      *
           IF SW-FILE-OPEN-YES AND SW-ABEND-NO
              MOVE SPACES TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE 'ACCOUNTS ON SOURCE'          TO WD-TOT-DES
              MOVE VN-ACCOUNT-COUNT              TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'ACCOUNTS MOVED'              TO WD-TOT-DES
              MOVE VN-MOVED-COUNT                TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'COLLISIONS LEFT ON SOURCE'   TO WD-TOT-DES
              MOVE VN-COLLISION-COUNT            TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'BALANCES WITHOUT MASTER ROW' TO WD-TOT-DES
              MOVE VN-ORPHAN-COUNT               TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'LEDGER ROWS'                 TO WD-TOT-DES
              MOVE VN-LEDGER-TOTAL               TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'QUEUED CHANGES RE-POINTED'   TO WD-TOT-DES
              MOVE VN-PENDING-TOTAL              TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              IF WK-CLOSE-MESSAGE NOT EQUAL SPACES
                 MOVE WK-CLOSE-MESSAGE TO WE-REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.
      *
           IF SW-FILE-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5721 - MODE: ' WP-MODE.
           DISPLAY 'BG9B5721 - ACCOUNTS ON SOURCE: ' VN-ACCOUNT-COUNT.
           DISPLAY 'BG9B5721 - ACCOUNTS MOVED: ' VN-MOVED-COUNT.
           DISPLAY 'BG9B5721 - COLLISIONS: ' VN-COLLISION-COUNT.
           DISPLAY 'BG9B5721 - BALANCES WITHOUT MASTER: '
                    VN-ORPHAN-COUNT.
           IF WK-CLOSE-MESSAGE NOT EQUAL SPACES
              DISPLAY 'BG9B5721 - ' WK-CLOSE-MESSAGE
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
           MOVE 'BG9B5721' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5721 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-MOVED-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5721 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F98 ********* DO NOT REMOVE *********
