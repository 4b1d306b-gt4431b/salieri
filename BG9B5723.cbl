      * BG9B5723: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * RESIDUAL-BALANCE WRITE-OFF FOR AGED TRANSITORY ACCOUNTS. SMALL *
      * RESIDUALS (ROUNDING, FEE DIFFERENCES) SAT ON THE CLEARING      *
      * ACCOUNTS FOR MONTHS BECAUSE CLEARING THEM MEANT A HAND-KEYED   *
      * GL JOURNAL THAT BGDT047 NEVER HEARD ABOUT. THREE MODES ON THE  *
      * CONTROL CARD:                                                  *
      * GENERATE ('G') - PICKS EVERY NON-ZERO BGDT047 BALANCE AT OR    *
      *   BELOW ITS ENTITY'S BGDT057 THRESHOLD (EITHER SIGN) WHOSE     *
      *   ACCOUNT HAS BEEN IDLE AT LEAST THE POLICY DAYS, AND WRITES   *
      *   A BALANCED GL JOURNAL ON BGJOURNL UNDER THE NEXT JOURNAL     *
      *   NUMBER: PER ACCOUNT ONE LINE CLEARING THE ACCOUNT AND ONE    *
      *   TAKING THE SAME AMOUNT TO THE ENTITY'S WRITE-OFF ACCOUNT,    *
      *   WITH A HEADER AND A TRAILER CARRYING THE LINE COUNT AND THE  *
      *   DEBIT AND CREDIT TOTALS, WHICH ARE ALWAYS EQUAL. WITH NO     *
      *   RESIDUAL TO CLEAR THE FILE IS LEFT EMPTY, NO NUMBER IS USED  *
      *   AND THE REPORT SAYS SO. EACH ACCOUNT GOES ON THE BGDT058     *
      *   REGISTER AS GENERATED ('G'); AN ACCOUNT ALREADY WAITING ON A *
      *   JOURNAL IS NOT PICKED AGAIN.                                 *
      * POST ('P') - ONCE THE GL HAS CONFIRMED THE JOURNAL NAMED ON    *
      *   THE CARD, POSTS THE OFFSET OF EACH REGISTERED RESIDUAL TO    *
      *   BGDT047 AND AS A BGDT052 LEDGER ROW, SO THE RUNNING BALANCE  *
      *   AGREES WITH THE GL AGAIN, AND MARKS THE REGISTER ROW POSTED  *
      *   ('P'). WHEN THAT LEAVES THE BALANCE AT ZERO, EVERY OPEN      *
      *   LEDGER ROW OF THE ACCOUNT IS MATCHED AS WRITTEN OFF ('W')    *
      *   UNDER THE JOURNAL REFERENCE. ONE UNIT OF WORK PER ACCOUNT,   *
      *   SO A RERUN AFTER AN ABEND POSTS ONLY WHAT IS STILL 'G'. AN   *
      *   ACCOUNT WHOSE BALANCE ROW HAS GONE IS LEFT 'G' AND REPORTED. *
      * CANCEL ('X') - THE GL REFUSED THE JOURNAL: ITS REGISTER ROWS   *
      *   GO TO 'X' AND THE ACCOUNTS ARE FREE TO BE PICKED AGAIN.      *
      * THE WRITE-OFF DOES NOT TOUCH T047_FEC_ULT_MOV: IT IS NOT       *
      * BUSINESS ACTIVITY AND MUST NOT RESTART THE ACCOUNT'S AGING.    *
      * THE CARD NAMES THE USER; A JOURNAL IS CONFIRMED OR CANCELLED   *
      * ONLY BY SOMEONE OTHER THAN THE USER WHO GENERATED IT.          *
      * RETURN CODE 8 WHEN ANY ACCOUNT COULD NOT BE POSTED.            *
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
      * BGGT052: CLEARING LEDGER                                       *
      * BGGT057: RESIDUAL WRITE-OFF POLICY                             *
      * BGGT058: RESIDUAL WRITE-OFF REGISTER                           *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5723.
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
      *     BG9B5723   RSANTOS 26-10-15 NEW PROGRAM - RESIDUAL         *
      *                                 WRITE-OFF JOURNAL, POSTING     *
      *                                 AND BGDT058 REGISTER           *
      *     BG9B5723   RSANTOS 26-10-15 NO JOURNAL IS WRITTEN AND NO   *
      *                                 NUMBER USED WHEN THERE ARE NO  *
      *                                 RESIDUALS TO CLEAR             *
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
           SELECT WK-JOURNAL-FILE ASSIGN TO BGJOURNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-JNL-STATUS.
      *
           SELECT WK-REPORT-FILE ASSIGN TO BGREPWOF
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
      * ONE CONTROL RECORD: MODE ('G' GENERATE, 'P' POST, 'X' CANCEL), *
      * THE JOURNAL NUMBER TO POST OR CANCEL (IGNORED ON 'G') AND THE  *
      * USER RUNNING THE STEP, E.G. 'P000000042JSMITH  '.              *
       01  WP-PARM-RECORD.
           05 WP-MODE                      PIC X(01).
              88 WP-MODE-GENERATE                      VALUE 'G'.
              88 WP-MODE-POST                          VALUE 'P'.
              88 WP-MODE-CANCEL                        VALUE 'X'.
           05 WP-NUM-JOURNAL                PIC 9(09).
           05 WP-USR                       PIC X(08).
      *
       FD  WK-JOURNAL-FILE.
      *
      * THE GL JOURNAL: A HEADER, TWO DETAIL LINES PER RESIDUAL AND A  *
      * TRAILER. THE AMOUNT IS UNSIGNED WITH ITS DEBIT/CREDIT SIDE     *
      * ALONGSIDE; THE REF FIELDS NAME THE CLEARING ACCOUNT BEING      *
      * WRITTEN OFF ON BOTH LINES OF THE PAIR.                         *
       01  WJ-JOURNAL-RECORD.
           05 WJ-TYP-REC                   PIC X(01).
           05 WJ-NUM-LINE                  PIC 9(09).
           05 WJ-ENT                       PIC X(04).
           05 WJ-CEN                       PIC X(04).
           05 WJ-ACC                       PIC X(10).
           05 WJ-SIG-MOV                   PIC X(01).
           05 WJ-IMP-MOV                   PIC 9(13)V9(02).
           05 WJ-REF-ENT                    PIC X(04).
           05 WJ-REF-CEN                    PIC X(04).
           05 WJ-REF-ACC                    PIC X(10).
      *
       01  WJ-HEADER-RECORD.
           05 WJ-HDR-TYP-REC                PIC X(01).
           05 WJ-HDR-NUM-JOURNAL            PIC 9(09).
           05 WJ-HDR-FEC-BUSINESS           PIC X(10).
           05 WJ-HDR-PGM-ID                 PIC X(08).
      *
       01  WJ-TRAILER-RECORD.
           05 WJ-TRL-TYP-REC                PIC X(01).
           05 WJ-TRL-REC-COUNT              PIC 9(09).
           05 WJ-TRL-TOT-DEBIT              PIC 9(15)V9(02).
           05 WJ-TRL-TOT-CREDIT             PIC 9(15)V9(02).
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
             INCLUDE BGGT047
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT052
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT057
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT058
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
       01 WK-PARM-STATUS                   PIC X(02).
       01 WK-JNL-STATUS                    PIC X(02).
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
           05 SW-JNL-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-JNL-OPEN-YES                       VALUE 'S'.
              88 SW-JNL-OPEN-NO                        VALUE 'N'.
      *
           05 SW-REP-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-REP-OPEN-YES                       VALUE 'S'.
              88 SW-REP-OPEN-NO                        VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-ACCOUNT-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-LINE-NUM                   PIC S9(9)   COMP VALUE 0.
           05 VN-POSTED-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-MISSING-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-CANCEL-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-EXIST-COUNT                PIC S9(9)   COMP.
           05 VN-OWN-COUNT                  PIC S9(9)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CA-GENERATED                 PIC X(1)    VALUE 'G'.
           05 CA-POSTED                    PIC X(1)    VALUE 'P'.
           05 CA-CANCELLED                 PIC X(1)    VALUE 'X'.
           05 CA-DEBIT                     PIC X(1)    VALUE 'D'.
           05 CA-CREDIT                    PIC X(1)    VALUE 'C'.
           05 CA-TYP-HEADER                PIC X(1)    VALUE 'H'.
           05 CA-TYP-DETAIL                PIC X(1)    VALUE 'D'.
           05 CA-TYP-TRAILER               PIC X(1)    VALUE 'T'.
           05 CA-OPEN                      PIC X(1)    VALUE 'O'.
           05 CA-MATCHED                   PIC X(1)    VALUE 'M'.
           05 CA-WRITEOFF                  PIC X(1)    VALUE 'W'.
      *
      * JOURNAL TOTALS: EACH RESIDUAL ADDS ITS AMOUNT TO BOTH SIDES,   *
      * SO THE TWO ALWAYS AGREE.                                       *
       01 VA-JOURNAL-TOTALS.
           05 WK-TOT-DEBIT                 PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
           05 WK-TOT-CREDIT                PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
      *
       01 VA-WRITEOFF-FIELDS.
           05 WK-IMP-ABS                   PIC S9(13)V9(02) COMP-3.
           05 WK-SIG-CLEAR                 PIC X(01).
           05 WK-SIG-WRITEOFF              PIC X(01).
           05 WK-OUTCOME                   PIC X(18).
      *
       01 WK-REF-MATCH-26.
           05 FILLER                       PIC X(14)    VALUE
              'WRITE-OFF JNL '.
           05 WK-REF-NUM-JOURNAL            PIC 9(09).
           05 FILLER                       PIC X(03)    VALUE SPACES.
      *
       01 WK-TITLE-LINE.
           05 FILLER                       PIC X(31)    VALUE
              'BG9B5723  RESIDUAL WRITE-OFF - '.
           05 WL-MODE                      PIC X(09).
           05 FILLER                       PIC X(09)    VALUE
              ' JOURNAL '.
           05 WL-NUM-JOURNAL                PIC 9(09).
           05 FILLER                       PIC X(04)    VALUE
              ' ON '.
           05 WL-FEC-BUSINESS               PIC X(10).
      *
       01 WK-WRITEOFF-HEADER.
           05 FILLER                       PIC X(50)    VALUE
              'ENT   CEN   ACCOUNT     LAST MOV          WRITTEN'.
           05 FILLER                       PIC X(50)    VALUE
              ' OFF  WRITE-OFF ACC      LINE  OUTCOME'.
      *
       01 WK-WRITEOFF-DETAIL.
           05 WD-ENT                       PIC X(04).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-ULT-MOV                PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-WRITEOFF               PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-CEN-WRITEOFF               PIC X(04).
           05 FILLER                       PIC X(01)    VALUE '/'.
           05 WD-ACC-WRITEOFF               PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-NUM-LINE                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-OUTCOME                   PIC X(18).
      *
       01 WK-TOTAL-LINE.
           05 WD-TOT-DES                   PIC X(40).
           05 WD-TOT-CNT                   PIC ZZZ.ZZZ.ZZ9.
      *
       01 WK-AMOUNT-LINE.
           05 WG-DES                       PIC X(40).
           05 WG-AMOUNT                    PIC -(15)9,99.
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
              PERFORM INITIALIZE-WRITEOFF
           END-IF.
      *
           IF SW-ABEND-NO
              EVALUATE TRUE
                 WHEN WP-MODE-GENERATE
                    PERFORM GENERATE-JOURNAL
                 WHEN WP-MODE-POST
                    PERFORM POST-JOURNAL
                 WHEN OTHER
                    PERFORM CANCEL-JOURNAL
              END-EVALUATE
           END-IF.
      *
           PERFORM TERMINATE-WRITEOFF.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-MISSING-COUNT GREATER ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-WRITEOFF.                                        *
      ******************************************************************
       INITIALIZE-WRITEOFF.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-PARM-FILE
           IF WK-PARM-STATUS NOT = '00'
              DISPLAY 'BG9B5723 - PARM OPEN FAILED, FILE STATUS '
                       WK-PARM-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              READ WK-PARM-FILE
              IF WK-PARM-STATUS NOT = '00'
                 DISPLAY 'BG9B5723 - PARM READ FAILED, FILE STATUS '
                          WK-PARM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF (NOT WP-MODE-GENERATE AND NOT WP-MODE-POST
                     AND NOT WP-MODE-CANCEL)
                    OR WP-USR EQUAL SPACES
                    DISPLAY 'BG9B5723 - BAD CONTROL CARD: '
                             WP-PARM-RECORD
                    SET SW-ABEND-YES TO TRUE
                 END-IF
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO AND NOT WP-MODE-GENERATE
              PERFORM CHECK-JOURNAL-ON-REGISTER
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5723 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-REP-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-JOURNAL-ON-REGISTER.                                  *
      * A POST OR CANCEL NEEDS A JOURNAL WITH ROWS STILL GENERATED ON  *
      * BGDT058, AND A USER OTHER THAN THE ONE WHO GENERATED THEM -    *
      * THE SAME FOUR-EYES RULE THE MAINTENANCE ROUTINES APPLY.        *
      ******************************************************************
       CHECK-JOURNAL-ON-REGISTER.
      *
           IF WP-NUM-JOURNAL NOT NUMERIC
              OR WP-NUM-JOURNAL EQUAL ZERO
              DISPLAY 'BG9B5723 - BAD JOURNAL NUMBER: ' WP-PARM-RECORD
              SET SW-ABEND-YES TO TRUE
           ELSE
              MOVE WP-NUM-JOURNAL TO V058-NUM-JOURNAL
              EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(SUM(CASE WHEN T058_USR_REQUEST
                                                 = :WP-USR
                                            THEN 1 ELSE 0 END), 0)
                     INTO :VN-EXIST-COUNT, :VN-OWN-COUNT
                     FROM BGDT058
                    WHERE T058_NUM_JOURNAL  = :V058-NUM-JOURNAL
                      AND T058_STA_WRITEOFF = :CA-GENERATED
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5723 - BGDT058 COUNT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF VN-EXIST-COUNT EQUAL ZERO
                    DISPLAY 'BG9B5723 - NOTHING GENERATED UNDER '
                            'JOURNAL ' WP-NUM-JOURNAL
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    IF VN-OWN-COUNT GREATER ZERO
                       DISPLAY 'BG9B5723 - JOURNAL ' WP-NUM-JOURNAL
                               ' WAS GENERATED BY ' WP-USR
                       SET SW-ABEND-YES TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-WRITEOFF-HEADING.                                     *
      ******************************************************************
       WRITE-WRITEOFF-HEADING.
      *
           EVALUATE TRUE
              WHEN WP-MODE-GENERATE
                 MOVE 'GENERATED' TO WL-MODE
              WHEN WP-MODE-POST
                 MOVE 'POSTED'    TO WL-MODE
              WHEN OTHER
                 MOVE 'CANCELLED' TO WL-MODE
           END-EVALUATE
           MOVE V058-NUM-JOURNAL  TO WL-NUM-JOURNAL
           MOVE E574-FEC-BUSINESS TO WL-FEC-BUSINESS
           MOVE WK-TITLE-LINE     TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE SPACES             TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-WRITEOFF-HEADER TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN GENERATE-JOURNAL.                                           *
      * THE JOURNAL NUMBER IS THE NEXT AFTER THE HIGHEST ON THE        *
      * REGISTER. THE REGISTER ROWS AND THE FILE ARE ONE UNIT OF WORK: *
      * A SINGLE COMMIT AFTER THE TRAILER, SO AN ABENDED RUN LEAVES    *
      * NEITHER A HALF JOURNAL NOR ACCOUNTS BLOCKED BEHIND ONE. THE    *
      * HEADER GOES OUT WITH THE FIRST RESIDUAL: WITH NONE TO CLEAR    *
      * THE FILE IS LEFT EMPTY AND THE NUMBER IS NOT USED, SINCE ONLY  *
      * ROWS ON THE REGISTER CAN EVER CLAIM IT.                        *
      ******************************************************************
       GENERATE-JOURNAL.
      *
           EXEC SQL
                SELECT COALESCE(MAX(T058_NUM_JOURNAL), 0) + 1
                  INTO :V058-NUM-JOURNAL
                  FROM BGDT058
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - JOURNAL NUMBER FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-JOURNAL-FILE
              IF WK-JNL-STATUS NOT = '00'
                 DISPLAY 'BG9B5723 - JOURNAL OPEN FAILED, STATUS '
                          WK-JNL-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-JNL-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM SELECT-RESIDUALS
           END-IF.
      *
           IF SW-ABEND-NO AND VN-ACCOUNT-COUNT EQUAL ZERO
              MOVE ZERO TO V058-NUM-JOURNAL
              PERFORM WRITE-WRITEOFF-HEADING
           END-IF.
      *
           IF SW-ABEND-NO AND VN-ACCOUNT-COUNT GREATER ZERO
              MOVE SPACES            TO WJ-TRAILER-RECORD
              MOVE CA-TYP-TRAILER    TO WJ-TRL-TYP-REC
              MOVE VN-LINE-NUM       TO WJ-TRL-REC-COUNT
              MOVE WK-TOT-DEBIT      TO WJ-TRL-TOT-DEBIT
              MOVE WK-TOT-CREDIT     TO WJ-TRL-TOT-CREDIT
              WRITE WJ-TRAILER-RECORD
              IF WK-JNL-STATUS NOT = '00'
                 DISPLAY 'BG9B5723 - JOURNAL WRITE FAILED, STATUS '
                          WK-JNL-STATUS
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM COMMIT-WRITEOFF-WORK
           END-IF.
      *
      ******************************************************************
      *.PN START-JOURNAL.                                              *
      ******************************************************************
       START-JOURNAL.
      *
           PERFORM WRITE-WRITEOFF-HEADING.
      *
           IF SW-ABEND-NO
              MOVE SPACES            TO WJ-HEADER-RECORD
              MOVE CA-TYP-HEADER     TO WJ-HDR-TYP-REC
              MOVE V058-NUM-JOURNAL  TO WJ-HDR-NUM-JOURNAL
              MOVE E574-FEC-BUSINESS TO WJ-HDR-FEC-BUSINESS
              MOVE E574-PGM-ID       TO WJ-HDR-PGM-ID
              WRITE WJ-HEADER-RECORD
              IF WK-JNL-STATUS NOT = '00'
                 DISPLAY 'BG9B5723 - JOURNAL WRITE FAILED, STATUS '
                          WK-JNL-STATUS
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN SELECT-RESIDUALS.                                           *
      ******************************************************************
       SELECT-RESIDUALS.
      *
           EXEC SQL
                DECLARE CSR-WOF047 CURSOR FOR
                  SELECT B.T047_ENT, B.T047_CEN_REG, B.T047_ACC,
                         B.T047_IMP_BALANCE, B.T047_FEC_ULT_MOV,
                         P.T057_CEN_WRITEOFF, P.T057_ACC_WRITEOFF
                    FROM BGDT047 B
                   INNER JOIN BGDT057 P
                      ON P.T057_ENT = B.T047_ENT
                   WHERE B.T047_IMP_BALANCE <> 0
                     AND ABS(B.T047_IMP_BALANCE) <= P.T057_IMP_THRESHOLD
                     AND DAYS(:E574-FEC-BUSINESS) -
                         DAYS(B.T047_FEC_ULT_MOV)
                         >= P.T057_NUM_DAYS_IDLE
                     AND NOT EXISTS
                         (SELECT 1
                            FROM BGDT058 R
                           WHERE R.T058_ENT          = B.T047_ENT
                             AND R.T058_CEN_REG      = B.T047_CEN_REG
                             AND R.T058_ACC          = B.T047_ACC
                             AND R.T058_STA_WRITEOFF = :CA-GENERATED)
                   ORDER BY B.T047_ENT, B.T047_CEN_REG, B.T047_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-WOF047
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - CSR-WOF047 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM GENERATE-ONE-RESIDUAL
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-WOF047
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN GENERATE-ONE-RESIDUAL.                                      *
      * A DEBIT BALANCE (+) IS CLEARED BY CREDITING THE ACCOUNT AND    *
      * DEBITING THE WRITE-OFF ACCOUNT; A CREDIT BALANCE THE OTHER     *
      * WAY ROUND.                                                     *
      ******************************************************************
       GENERATE-ONE-RESIDUAL.
      *
           EXEC SQL
                FETCH CSR-WOF047
                  INTO :V047-ENT, :V047-CEN-REG, :V047-ACC,
                       :V047-IMP-BALANCE, :V047-FEC-ULT-MOV,
                       :V057-CEN-WRITEOFF, :V057-ACC-WRITEOFF
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5723 - CSR-WOF047 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-ACCOUNT-COUNT
                 IF V047-IMP-BALANCE GREATER ZERO
                    MOVE V047-IMP-BALANCE TO WK-IMP-ABS
                    MOVE CA-CREDIT        TO WK-SIG-CLEAR
                    MOVE CA-DEBIT         TO WK-SIG-WRITEOFF
                 ELSE
                    COMPUTE WK-IMP-ABS = ZERO - V047-IMP-BALANCE
                    MOVE CA-DEBIT         TO WK-SIG-CLEAR
                    MOVE CA-CREDIT        TO WK-SIG-WRITEOFF
                 END-IF
                 ADD WK-IMP-ABS TO WK-TOT-DEBIT
                 ADD WK-IMP-ABS TO WK-TOT-CREDIT
                 IF VN-ACCOUNT-COUNT EQUAL CN-1
                    PERFORM START-JOURNAL
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM WRITE-JOURNAL-PAIR
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM INSERT-REGISTER-ROW
                 END-IF
                 IF SW-ABEND-NO
                    MOVE 'JOURNALED' TO WK-OUTCOME
                    PERFORM WRITE-WRITEOFF-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-JOURNAL-PAIR.                                         *
      ******************************************************************
       WRITE-JOURNAL-PAIR.
      *
           MOVE SPACES            TO WJ-JOURNAL-RECORD
           MOVE CA-TYP-DETAIL     TO WJ-TYP-REC
           ADD CN-1 TO VN-LINE-NUM
           MOVE VN-LINE-NUM       TO V058-NUM-LINE
           MOVE VN-LINE-NUM       TO WJ-NUM-LINE
           MOVE V047-ENT          TO WJ-ENT
           MOVE V047-CEN-REG      TO WJ-CEN
           MOVE V047-ACC          TO WJ-ACC
           MOVE WK-SIG-CLEAR      TO WJ-SIG-MOV
           MOVE WK-IMP-ABS        TO WJ-IMP-MOV
           MOVE V047-ENT          TO WJ-REF-ENT
           MOVE V047-CEN-REG      TO WJ-REF-CEN
           MOVE V047-ACC          TO WJ-REF-ACC
           PERFORM WRITE-JOURNAL-RECORD
      *
           IF SW-ABEND-NO
              ADD CN-1 TO VN-LINE-NUM
              MOVE VN-LINE-NUM       TO WJ-NUM-LINE
              MOVE V057-CEN-WRITEOFF TO WJ-CEN
              MOVE V057-ACC-WRITEOFF TO WJ-ACC
              MOVE WK-SIG-WRITEOFF   TO WJ-SIG-MOV
              PERFORM WRITE-JOURNAL-RECORD
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-JOURNAL-RECORD.                                       *
      ******************************************************************
       WRITE-JOURNAL-RECORD.
      *
           WRITE WJ-JOURNAL-RECORD
           IF WK-JNL-STATUS NOT = '00'
              DISPLAY 'BG9B5723 - JOURNAL WRITE FAILED, STATUS '
                       WK-JNL-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN INSERT-REGISTER-ROW.                                        *
      ******************************************************************
       INSERT-REGISTER-ROW.
      *
           MOVE V047-ENT          TO V058-ENT
           MOVE V047-CEN-REG      TO V058-CEN-REG
           MOVE V047-ACC          TO V058-ACC
           MOVE V047-IMP-BALANCE  TO V058-IMP-WRITEOFF
           MOVE V057-CEN-WRITEOFF TO V058-CEN-WRITEOFF
           MOVE V057-ACC-WRITEOFF TO V058-ACC-WRITEOFF
           MOVE V047-FEC-ULT-MOV  TO V058-FEC-ULT-MOV
           MOVE E574-FEC-BUSINESS TO V058-FEC-BUSINESS
           MOVE WP-USR            TO V058-USR-REQUEST
      *
           EXEC SQL
                INSERT INTO BGDT058
                       (T058_NUM_JOURNAL, T058_NUM_LINE,
                        T058_ENT, T058_CEN_REG, T058_ACC,
                        T058_IMP_WRITEOFF, T058_CEN_WRITEOFF,
                        T058_ACC_WRITEOFF, T058_FEC_ULT_MOV,
                        T058_FEC_BUSINESS, T058_STA_WRITEOFF,
                        T058_FEC_POSTED, T058_USR_REQUEST,
                        T058_USR_CONFIRM, T058_TIMESTAMP)
                VALUES (:V058-NUM-JOURNAL, :V058-NUM-LINE,
                        :V058-ENT, :V058-CEN-REG, :V058-ACC,
                        :V058-IMP-WRITEOFF, :V058-CEN-WRITEOFF,
                        :V058-ACC-WRITEOFF, :V058-FEC-ULT-MOV,
                        :V058-FEC-BUSINESS, :CA-GENERATED,
                        NULL, :V058-USR-REQUEST,
                        ' ', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - BGDT058 INSERT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN POST-JOURNAL.                                               *
      * WITH HOLD BECAUSE EACH ACCOUNT IS COMMITTED AS IT IS POSTED.   *
      ******************************************************************
       POST-JOURNAL.
      *
           PERFORM WRITE-WRITEOFF-HEADING.
      *
           MOVE V058-NUM-JOURNAL TO WK-REF-NUM-JOURNAL.
      *
           EXEC SQL
                DECLARE CSR-PST058 CURSOR WITH HOLD FOR
                  SELECT T058_NUM_LINE, T058_ENT, T058_CEN_REG,
                         T058_ACC, T058_IMP_WRITEOFF,
                         T058_CEN_WRITEOFF, T058_ACC_WRITEOFF,
                         T058_FEC_ULT_MOV
                    FROM BGDT058
                   WHERE T058_NUM_JOURNAL  = :V058-NUM-JOURNAL
                     AND T058_STA_WRITEOFF = :CA-GENERATED
                   ORDER BY T058_NUM_LINE
           END-EXEC
      *
           IF SW-ABEND-NO
              EXEC SQL
                   OPEN CSR-PST058
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5723 - CSR-PST058 OPEN FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-END-NO TO TRUE
                 PERFORM POST-ONE-WRITEOFF
                   UNTIL SW-END-YES OR SW-ABEND-YES
                 EXEC SQL
                      CLOSE CSR-PST058
                 END-EXEC
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN POST-ONE-WRITEOFF.                                          *
      * THE OFFSET IS THE AMOUNT THE GL JOURNAL MOVED, WHATEVER THE    *
      * BALANCE HAS DONE SINCE: A MOVEMENT POSTED IN BETWEEN STAYS ON  *
      * THE ACCOUNT AND ITS LEDGER ROWS STAY OPEN.                     *
      ******************************************************************
       POST-ONE-WRITEOFF.
      *
           EXEC SQL
                FETCH CSR-PST058
                  INTO :V058-NUM-LINE, :V058-ENT, :V058-CEN-REG,
                       :V058-ACC, :V058-IMP-WRITEOFF,
                       :V058-CEN-WRITEOFF, :V058-ACC-WRITEOFF,
                       :V058-FEC-ULT-MOV
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5723 - CSR-PST058 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD CN-1 TO VN-ACCOUNT-COUNT
                 PERFORM POST-WRITEOFF-OFFSET
                 IF SW-ABEND-NO
                    PERFORM WRITE-WRITEOFF-DETAIL
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM COMMIT-WRITEOFF-WORK
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN POST-WRITEOFF-OFFSET.                                       *
      ******************************************************************
       POST-WRITEOFF-OFFSET.
      *
           MOVE V058-ENT     TO V047-ENT
           MOVE V058-CEN-REG TO V047-CEN-REG
           MOVE V058-ACC     TO V047-ACC
      *
           EXEC SQL
                UPDATE BGDT047
                   SET T047_IMP_BALANCE = T047_IMP_BALANCE
                                        - :V058-IMP-WRITEOFF
                 WHERE T047_ENT     = :V047-ENT
                   AND T047_CEN_REG = :V047-CEN-REG
                   AND T047_ACC     = :V047-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              MOVE 'NO BALANCE ROW' TO WK-OUTCOME
              ADD CN-1 TO VN-MISSING-COUNT
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5723 - BGDT047 UPDATE FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 PERFORM INSERT-WRITEOFF-LEDGER
                 IF SW-ABEND-NO
                    PERFORM MATCH-CLEARED-LEDGER
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM MARK-REGISTER-POSTED
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN INSERT-WRITEOFF-LEDGER.                                     *
      * THE OFFSET IS A MOVEMENT LIKE ANY OTHER, SIGNED THE WAY THE    *
      * BALANCE IS, DATED THE BUSINESS DATE AND NUMBERED WITH THE      *
      * JOURNAL LINE THAT CLEARED THE ACCOUNT.                         *
      ******************************************************************
       INSERT-WRITEOFF-LEDGER.
      *
           MOVE V058-ENT          TO V052-ENT
           MOVE V058-CEN-REG      TO V052-CEN-REG
           MOVE V058-ACC          TO V052-ACC
           MOVE E574-FEC-BUSINESS TO V052-FEC-MOV
           COMPUTE V052-IMP-MOV = ZERO - V058-IMP-WRITEOFF
           IF V058-IMP-WRITEOFF GREATER ZERO
              MOVE CA-CREDIT      TO V052-SIG-MOV
           ELSE
              MOVE CA-DEBIT       TO V052-SIG-MOV
           END-IF
           MOVE E574-FEC-BUSINESS TO V052-FEC-BUSINESS
           MOVE V058-NUM-LINE     TO V052-REC-NUM
      *
           EXEC SQL
                INSERT INTO BGDT052
                       (T052_ENT, T052_CEN_REG, T052_ACC,
                        T052_FEC_MOV, T052_IMP_MOV, T052_SIG_MOV,
                        T052_FEC_BUSINESS, T052_REC_NUM,
                        T052_STA_MATCH, T052_TYP_MATCH,
                        T052_REF_MATCH, T052_FEC_MATCH,
                        T052_TIMESTAMP)
                VALUES (:V052-ENT, :V052-CEN-REG, :V052-ACC,
                        :V052-FEC-MOV, :V052-IMP-MOV, :V052-SIG-MOV,
                        :V052-FEC-BUSINESS, :V052-REC-NUM,
                        :CA-OPEN, ' ',
                        ' ', NULL,
                        CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - LEDGER INSERT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN MATCH-CLEARED-LEDGER.                                       *
      * A ZERO BALANCE MEANS THE OPEN ROWS, THE OFFSET INCLUDED, NOW   *
      * NET TO NOTHING: THEY ARE CLOSED OFF TOGETHER AS WRITTEN OFF.   *
      ******************************************************************
       MATCH-CLEARED-LEDGER.
      *
           EXEC SQL
                SELECT T047_IMP_BALANCE
                  INTO :V047-IMP-BALANCE
                  FROM BGDT047
                 WHERE T047_ENT     = :V047-ENT
                   AND T047_CEN_REG = :V047-CEN-REG
                   AND T047_ACC     = :V047-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - BGDT047 SELECT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              IF V047-IMP-BALANCE EQUAL ZERO
                 EXEC SQL
                      UPDATE BGDT052
                         SET T052_STA_MATCH = :CA-MATCHED,
                             T052_TYP_MATCH = :CA-WRITEOFF,
                             T052_REF_MATCH = :WK-REF-MATCH-26,
                             T052_FEC_MATCH = :E574-FEC-BUSINESS
                       WHERE T052_ENT       = :V047-ENT
                         AND T052_CEN_REG   = :V047-CEN-REG
                         AND T052_ACC       = :V047-ACC
                         AND T052_STA_MATCH = :CA-OPEN
                 END-EXEC
                 MOVE SQLCODE TO SQL-VALUES
                 IF NOT SQL-88-OK
                    DISPLAY 'BG9B5723 - LEDGER MATCH FAILED, SQLCODE '
                             SQLCODE
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    MOVE 'POSTED - CLEARED' TO WK-OUTCOME
                 END-IF
              ELSE
                 MOVE 'POSTED - BAL LEFT'   TO WK-OUTCOME
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN MARK-REGISTER-POSTED.                                       *
      ******************************************************************
       MARK-REGISTER-POSTED.
      *
           EXEC SQL
                UPDATE BGDT058
                   SET T058_STA_WRITEOFF = :CA-POSTED,
                       T058_FEC_POSTED   = :E574-FEC-BUSINESS,
                       T058_USR_CONFIRM  = :WP-USR
                 WHERE T058_NUM_JOURNAL  = :V058-NUM-JOURNAL
                   AND T058_NUM_LINE     = :V058-NUM-LINE
                   AND T058_STA_WRITEOFF = :CA-GENERATED
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - BGDT058 UPDATE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              ADD CN-1 TO VN-POSTED-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN CANCEL-JOURNAL.                                             *
      ******************************************************************
       CANCEL-JOURNAL.
      *
           PERFORM WRITE-WRITEOFF-HEADING.
      *
           IF SW-ABEND-NO
              EXEC SQL
                   UPDATE BGDT058
                      SET T058_STA_WRITEOFF = :CA-CANCELLED,
                          T058_USR_CONFIRM  = :WP-USR
                    WHERE T058_NUM_JOURNAL  = :V058-NUM-JOURNAL
                      AND T058_STA_WRITEOFF = :CA-GENERATED
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5723 - BGDT058 CANCEL FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 MOVE VN-EXIST-COUNT TO VN-CANCEL-COUNT
                 PERFORM COMMIT-WRITEOFF-WORK
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-WRITEOFF-DETAIL.                                      *
      ******************************************************************
       WRITE-WRITEOFF-DETAIL.
      *
           IF WP-MODE-GENERATE
              MOVE V047-ENT          TO WD-ENT
              MOVE V047-CEN-REG      TO WD-CEN-REG
              MOVE V047-ACC          TO WD-ACC
              MOVE V047-FEC-ULT-MOV  TO WD-FEC-ULT-MOV
              MOVE V047-IMP-BALANCE  TO WD-IMP-WRITEOFF
              MOVE V057-CEN-WRITEOFF TO WD-CEN-WRITEOFF
              MOVE V057-ACC-WRITEOFF TO WD-ACC-WRITEOFF
           ELSE
              MOVE V058-ENT          TO WD-ENT
              MOVE V058-CEN-REG      TO WD-CEN-REG
              MOVE V058-ACC          TO WD-ACC
              MOVE V058-FEC-ULT-MOV  TO WD-FEC-ULT-MOV
              MOVE V058-IMP-WRITEOFF TO WD-IMP-WRITEOFF
              MOVE V058-CEN-WRITEOFF TO WD-CEN-WRITEOFF
              MOVE V058-ACC-WRITEOFF TO WD-ACC-WRITEOFF
           END-IF
           MOVE V058-NUM-LINE        TO WD-NUM-LINE
           MOVE WK-OUTCOME           TO WD-OUTCOME
      *
           MOVE SPACES             TO WE-REPORT-LINE
           MOVE WK-WRITEOFF-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN COMMIT-WRITEOFF-WORK.                                       *
      ******************************************************************
       COMMIT-WRITEOFF-WORK.
      *
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5723 - COMMIT FAILED, SQLCODE ' SQLCODE
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
              DISPLAY 'BG9B5723 - WRITE FAILED, FILE STATUS '
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
      *.PN WRITE-AMOUNT-LINE.                                          *
      ******************************************************************
       WRITE-AMOUNT-LINE.
      *
           MOVE SPACES         TO WE-REPORT-LINE
           MOVE WK-AMOUNT-LINE TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN TERMINATE-WRITEOFF.                                         *
      ******************************************************************
       TERMINATE-WRITEOFF.
      *
           IF SW-REP-OPEN-YES AND SW-ABEND-NO
              MOVE SPACES TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              EVALUATE TRUE
                 WHEN WP-MODE-GENERATE AND VN-ACCOUNT-COUNT EQUAL ZERO
                    MOVE 'NO RESIDUALS - NO JOURNAL WRITTEN'
                      TO WE-REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                 WHEN WP-MODE-GENERATE
                    MOVE 'RESIDUALS JOURNALED'    TO WD-TOT-DES
                    MOVE VN-ACCOUNT-COUNT         TO WD-TOT-CNT
                    PERFORM WRITE-TOTAL-LINE
                    MOVE 'JOURNAL LINES'          TO WD-TOT-DES
                    MOVE VN-LINE-NUM              TO WD-TOT-CNT
                    PERFORM WRITE-TOTAL-LINE
                    MOVE 'TOTAL DEBIT'            TO WG-DES
                    MOVE WK-TOT-DEBIT             TO WG-AMOUNT
                    PERFORM WRITE-AMOUNT-LINE
                    MOVE 'TOTAL CREDIT'           TO WG-DES
                    MOVE WK-TOT-CREDIT            TO WG-AMOUNT
                    PERFORM WRITE-AMOUNT-LINE
                 WHEN WP-MODE-POST
                    MOVE 'RESIDUALS POSTED'       TO WD-TOT-DES
                    MOVE VN-POSTED-COUNT          TO WD-TOT-CNT
                    PERFORM WRITE-TOTAL-LINE
                    MOVE 'NOT POSTED - NO BALANCE ROW' TO WD-TOT-DES
                    MOVE VN-MISSING-COUNT         TO WD-TOT-CNT
                    PERFORM WRITE-TOTAL-LINE
                 WHEN OTHER
                    MOVE 'RESIDUALS CANCELLED'    TO WD-TOT-DES
                    MOVE VN-CANCEL-COUNT          TO WD-TOT-CNT
                    PERFORM WRITE-TOTAL-LINE
              END-EVALUATE
           END-IF.
      *
           IF SW-JNL-OPEN-YES
              CLOSE WK-JOURNAL-FILE
           END-IF.
      *
           IF SW-REP-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5723 - MODE: ' WP-MODE
                   ' JOURNAL: ' V058-NUM-JOURNAL.
           DISPLAY 'BG9B5723 - RESIDUALS: ' VN-ACCOUNT-COUNT.
           DISPLAY 'BG9B5723 - POSTED: ' VN-POSTED-COUNT.
           DISPLAY 'BG9B5723 - NOT POSTED: ' VN-MISSING-COUNT.
           DISPLAY 'BG9B5723 - CANCELLED: ' VN-CANCEL-COUNT.
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
           MOVE 'BG9B5723' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5723 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-ACCOUNT-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5723 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F9A ********* DO NOT REMOVE *********
