      * BG9B5725: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * WEEKLY REFERENTIAL-INTEGRITY SWEEP OVER THE TABLES AROUND THE  *
      * MASTER TABLE OF ACCOUNTS (BGDT041) AND THE CATALOG (BGDT044).  *
      * NOTHING BUT PROGRAM DISCIPLINE TIES THE BALANCES, THE QUEUED   *
      * CHANGES, THE CENTERS AND THE BASELINES TO THE MASTER, AND THE  *
      * HAND-RUN SQL OF THE YEARS BEFORE THE MAINTENANCE ROUTINES      *
      * LEFT STRAYS IN ALL OF THEM. BG9B5703 ALREADY RECONCILES THE    *
      * CATALOG AGAINST THE MASTER; THIS STEP COVERS THE OTHER LINKS   *
      * AND WRITES ONE LINE PER FINDING TO BGREPINT, WITH TOTALS PER   *
      * TYPE:                                                          *
      * - BAL NO MASTER : A BGDT047 RUNNING BALANCE WITH NO BGDT041    *
      *   ROW FOR ITS ENTITY/CENTER/ACCOUNT                            *
      * - PEND NO ACCOUNT / PEND ACC CLOSED : A BGDT048 CHANGE STILL   *
      *   PENDING ('P') OR AWAITING APPROVAL ('W') FOR BG9M5700 OR     *
      *   BG9M5701 WHOSE ACCOUNT IS NOT ON BGDT041 OR IS CLOSED. A     *
      *   QUEUED SET-UP IS FOR AN ACCOUNT THAT DOES NOT EXIST YET AND  *
      *   IS NOT CHECKED                                               *
      * - PEND NO CODE / PEND CODE RETIRED : THE SAME FOR A BG9M5702   *
      *   CHANGE WHOSE CATALOG CODE IS NOT ON BGDT044 OR IS RETIRED    *
      *   (A QUEUED CATALOG ADD IS NOT CHECKED)                        *
      * - MASTER CEN CLOSED : AN ACTIVE OR DORMANT BGDT041 ROW ON A    *
      *   CENTER BG9M5703 HAS CLOSED ON BGDT049 (A CLOSED ACCOUNT ON A *
      *   CLOSED CENTER IS WHERE BOTH SHOULD END, NOT AN EXCEPTION)    *
      * - BASE NO MASTER : BGDT050 BASELINE ROWS FOR AN ACCOUNT KEY    *
      *   THE MASTER HAS NEVER HELD - NO BGDT041 ROW AND NO BGDT055    *
      *   MOVE AWAY FROM THAT KEY                                      *
      * - BASE OLD KEY : BGDT050 ROWS LEFT ON THE OLD KEY OF AN        *
      *   ACCOUNT BG9B5721 MOVED TO ANOTHER CENTER, WHICH SHOULD HAVE  *
      *   BEEN RE-KEYED WITH IT                                        *
      * - CAT BASE NO ACC : BGDT051 CATALOG BASELINE ROWS NAMING A     *
      *   CLEARING ACCOUNT THAT IS ON NO BGDT041 ROW IN ANY CENTER     *
      * CLOSING AN ACCOUNT DOES NOT DELETE ITS MASTER ROW; ONLY A      *
      * CENTER MOVE DOES, AND THE OLD KEY IS THEN REMEMBERED ON        *
      * BGDT055. EVERY FINDING ON A KEY WITH NO MASTER ROW IS LOOKED   *
      * UP THERE AND, WHEN THE KEY WAS MOVED, THE LINE SHOWS THE       *
      * ENTITY/CENTER IT WENT TO.                                      *
      * THE ONE FINDING WITH A CORRECTION IN THE BG9B5711 BULK LAYOUT  *
      * IS A LIVE ACCOUNT ON A CLOSED CENTER: WITH A ZERO (OR NO)      *
      * BALANCE AND NOTHING ALREADY QUEUED FOR IT, A CLOSE ('C') IS    *
      * PROPOSED ON BGINTPRO WHEN THE BGPARM CARD ASKS FOR THE FILE.   *
      * THE GL TEAM REVIEWS IT AND RUNS IT THROUGH THE BULK APPLIER    *
      * LIKE ANY OTHER DECK. NOTHING IS UPDATED HERE. THE RUN ENDS     *
      * WITH RETURN CODE 8 WHEN ANYTHING WAS FOUND.                    *
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
      * BGGT044: TRANSITORY/CLEARING ACCOUNT CATALOG                   *
      * BGGT047: RUNNING BALANCE PER CLEARING ACCOUNT                  *
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      * BGGT050: BASELINE OF F/P FLAGS                                 *
      * BGGT051: BASELINE OF THE CATALOG                               *
      * BGGT055: CENTER MOVE HISTORY                                   *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5725.
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
      *     BG9B5725   RSANTOS 26-10-15 NEW PROGRAM - WEEKLY           *
      *                                 REFERENTIAL-INTEGRITY SWEEP OF *
      *                                 THE BGDT04X/05X TABLES         *
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
           SELECT WK-PROPOSED-FILE ASSIGN TO BGINTPRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-PRO-STATUS.
      *
           SELECT WK-REPORT-FILE ASSIGN TO BGREPINT
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
      * ONE CONTROL RECORD: 'S' TO WRITE THE PROPOSED CORRECTIONS TO   *
      * BGINTPRO, 'N' FOR THE REPORT ONLY.                             *
       01  WP-PARM-RECORD.
           05 WP-PROPOSE-IND               PIC X(01).
              88 WP-PROPOSE-YES                        VALUE 'S'.
              88 WP-PROPOSE-NO                         VALUE 'N'.
      *
       FD  WK-PROPOSED-FILE.
      *
      * THE BG9B5711 BULK LAYOUT, 'C' RECORDS ONLY, CARRYING JUST THE  *
      * KEY - THE ONLY FIELDS THE APPLIER CHECKS FOR THEM.             *
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
             INCLUDE BGGT041
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT044
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT047
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT048
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT050
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT051
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT055
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
       01 WK-PARM-STATUS                   PIC X(02).
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
           05 SW-MOVED                     PIC X(1)    VALUE 'N'.
              88 SW-MOVED-YES                          VALUE 'S'.
              88 SW-MOVED-NO                           VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-EXC-TOTAL                  PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-BAL-NOMAS              PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-PEND-NOACC             PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-PEND-ACCCLO            PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-PEND-NOCOD             PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-PEND-CODRET            PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-CEN-CLOSED             PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-BASE-NOMAS             PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-BASE-OLDKEY            PIC S9(9)   COMP VALUE 0.
           05 VN-EXC-CATB-NOACC             PIC S9(9)   COMP VALUE 0.
           05 VN-CLOSE-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-EXIST-COUNT                PIC S9(9)   COMP.
           05 VN-CUTOFF-COUNT               PIC S9(9)   COMP.
           05 VN-IND-STA                    PIC S9(4)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CA-ACTIVE                    PIC X(1)    VALUE 'A'.
           05 CA-DORMANT                   PIC X(1)    VALUE 'D'.
           05 CA-CLOSE                     PIC X(1)    VALUE 'C'.
           05 CA-CLOSED                    PIC X(1)    VALUE 'C'.
           05 CA-RETIRED                   PIC X(1)    VALUE 'R'.
           05 CA-SETUP                     PIC X(1)    VALUE 'A'.
           05 CA-PENDING                   PIC X(1)    VALUE 'P'.
           05 CA-AWAITING                  PIC X(1)    VALUE 'W'.
           05 CA-RTN-RECLASS               PIC X(8)    VALUE 'BG9M5700'.
           05 CA-RTN-ACCOUNT               PIC X(8)    VALUE 'BG9M5701'.
           05 CA-RTN-CATALOG               PIC X(8)    VALUE 'BG9M5702'.
      *
       01 VA-SWEEP-FIELDS.
           05 WK-KEY-ENT                   PIC X(04).
           05 WK-KEY-CEN                   PIC X(04).
           05 WK-KEY-ACC                   PIC X(10).
           05 WK-IMP-BALANCE               PIC S9(13)V9(02) COMP-3.
           05 WK-FEC-FIRST                 PIC X(10).
           05 WK-STA-FOUND                 PIC X(01).
           05 WK-PROPOSAL                  PIC X(01).
      *
       01 WK-TITLE-LINE.
           05 FILLER                       PIC X(50)    VALUE
              'BG9B5725  REFERENTIAL-INTEGRITY EXCEPTIONS FOR '.
           05 WL-FEC-BUSINESS               PIC X(10).
      *
       01 WK-EXCEPTION-HEADER.
           05 FILLER                       PIC X(41)    VALUE
              'TYPE               ENT  CEN  ACCOUNT'.
           05 FILLER                       PIC X(23)    VALUE
              'CODE    CLACC       P'.
           05 FILLER                       PIC X(42)    VALUE
              'DETAIL'.
           05 FILLER                       PIC X(05)    VALUE
              'MOVED'.
      *
       01 WK-EXCEPTION-DETAIL.
           05 WD-EXC-TYPE                  PIC X(17).
           05 FILLER                       PIC X(02).
           05 WD-ENT                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 WD-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(01).
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(02).
           05 WD-CODCLACC                   PIC X(06).
           05 FILLER                       PIC X(02).
           05 WD-CLACC                     PIC X(10).
           05 FILLER                       PIC X(02).
           05 WD-PROPOSAL                   PIC X(01).
           05 FILLER                       PIC X(02).
           05 WD-DETAIL                    PIC X(40).
      * BALANCE AND A SHORT REASON                                     *
           05 WD-DETAIL-AMT REDEFINES WD-DETAIL.
              10 WD-DET-IMP                PIC -(13)9,99.
              10 FILLER                    PIC X(02).
              10 WD-DET-AMT-TXT            PIC X(21).
      * THE QUEUED CHANGE: ROUTINE, ACTION, EFFECTIVE DATE, STATUS     *
           05 WD-DETAIL-PEND REDEFINES WD-DETAIL.
              10 WD-DET-ROUTINE            PIC X(08).
              10 FILLER                    PIC X(01).
              10 WD-DET-ACTION             PIC X(01).
              10 FILLER                    PIC X(02).
              10 WD-DET-FEC-EFFECTIVE      PIC X(10).
              10 FILLER                    PIC X(02).
              10 WD-DET-STA-PEND           PIC X(01).
              10 FILLER                    PIC X(15).
      * BASELINE ROWS: HOW MANY CUTOFFS AND THE FIRST OF THEM          *
           05 WD-DETAIL-CUT REDEFINES WD-DETAIL.
              10 WD-DET-CUT-NUM            PIC ZZZ.ZZ9.
              10 FILLER                    PIC X(01).
              10 WD-DET-CUT-TXT            PIC X(13).
              10 WD-DET-CUT-FEC            PIC X(10).
              10 FILLER                    PIC X(09).
           05 FILLER                       PIC X(02).
           05 WD-MOVED.
              10 WD-MOVED-TXT              PIC X(09).
              10 WD-MOVED-ENT              PIC X(04).
              10 FILLER                    PIC X(01).
              10 WD-MOVED-CEN              PIC X(04).
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
              PERFORM CHECK-ORPHAN-BALANCES
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-ACCOUNT-PENDING
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-CODE-PENDING
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-CLOSED-CENTERS
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-ACCOUNT-BASELINES
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-CATALOG-BASELINES
           END-IF.
      *
           PERFORM TERMINATE-SWEEP.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-EXC-TOTAL GREATER ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-SWEEP.                                           *
      * READS THE CONTROL CARD AND OPENS THE REPORT, AND THE PROPOSED  *
      * CORRECTIONS FILE ONLY WHEN THE CARD ASKS FOR IT. ANYTHING BUT  *
      * 'S' OR 'N' ON THE CARD ABENDS HERE, BEFORE ANY WORK IS DONE.   *
      ******************************************************************
       INITIALIZE-SWEEP.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-PARM-FILE
           IF WK-PARM-STATUS NOT = '00'
              DISPLAY 'BG9B5725 - PARM OPEN FAILED, FILE STATUS '
                       WK-PARM-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              READ WK-PARM-FILE
              IF WK-PARM-STATUS NOT = '00'
                 DISPLAY 'BG9B5725 - PARM READ FAILED, FILE STATUS '
                          WK-PARM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF NOT WP-PROPOSE-YES AND NOT WP-PROPOSE-NO
                    DISPLAY 'BG9B5725 - PROPOSE INDICATOR NOT S/N: '
                             WP-PROPOSE-IND
                    SET SW-ABEND-YES TO TRUE
                 END-IF
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO AND WP-PROPOSE-YES
              OPEN OUTPUT WK-PROPOSED-FILE
              IF WK-PRO-STATUS NOT = '00'
                 DISPLAY 'BG9B5725 - PROPOSED OPEN FAILED, STATUS '
                          WK-PRO-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-PRO-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5725 - REPORT OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-REP-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              MOVE E574-FEC-BUSINESS   TO WL-FEC-BUSINESS
              MOVE WK-TITLE-LINE       TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES              TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WK-EXCEPTION-HEADER TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ORPHAN-BALANCES.                                      *
      * BGDT047 ROWS WHOSE KEY HAS NO BGDT041 ROW OF ANY STATUS.       *
      ******************************************************************
       CHECK-ORPHAN-BALANCES.
      *
           EXEC SQL
                DECLARE CSR-INT047 CURSOR FOR
                  SELECT B.T047_ENT, B.T047_CEN_REG, B.T047_ACC,
                         B.T047_IMP_BALANCE
                    FROM BGDT047 B
                   WHERE NOT EXISTS
                         (SELECT 1
                            FROM BGDT041 A
                           WHERE A.T041_ENT     = B.T047_ENT
                             AND A.T041_CEN_REG = B.T047_CEN_REG
                             AND A.T041_ACC     = B.T047_ACC)
                   ORDER BY B.T047_ENT, B.T047_CEN_REG, B.T047_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-INT047
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5725 - CSR-INT047 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-BALANCE
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-INT047
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-BALANCE.                                          *
      ******************************************************************
       CHECK-ONE-BALANCE.
      *
           EXEC SQL
                FETCH CSR-INT047
                  INTO :V047-ENT, :V047-CEN-REG, :V047-ACC,
                       :V047-IMP-BALANCE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5725 - CSR-INT047 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 MOVE V047-ENT     TO WK-KEY-ENT
                 MOVE V047-CEN-REG TO WK-KEY-CEN
                 MOVE V047-ACC     TO WK-KEY-ACC
                 PERFORM LOOK-UP-MOVE
                 IF SW-ABEND-NO
                    MOVE SPACES              TO WK-EXCEPTION-DETAIL
                    MOVE 'BAL NO MASTER'     TO WD-EXC-TYPE
                    MOVE V047-ENT            TO WD-ENT
                    MOVE V047-CEN-REG        TO WD-CEN-REG
                    MOVE V047-ACC            TO WD-ACC
                    MOVE V047-IMP-BALANCE    TO WD-DET-IMP
                    MOVE 'BALANCE, NO MASTER' TO WD-DET-AMT-TXT
                    ADD CN-1 TO VN-EXC-BAL-NOMAS
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ACCOUNT-PENDING.                                      *
      * QUEUED BG9M5700 AND BG9M5701 CHANGES WHOSE ACCOUNT IS MISSING  *
      * OR CLOSED. A QUEUED SET-UP IS LEFT OUT - ITS ACCOUNT IS NOT    *
      * MEANT TO EXIST UNTIL IT IS APPLIED.                            *
      ******************************************************************
       CHECK-ACCOUNT-PENDING.
      *
           EXEC SQL
                DECLARE CSR-INT048A CURSOR FOR
                  SELECT Q.T048_ROUTINE, Q.T048_ENT, Q.T048_CEN_REG,
                         Q.T048_ACC, Q.T048_ACTION,
                         Q.T048_FEC_EFFECTIVE, Q.T048_STA_PEND,
                         A.T041_STA_ACC
                    FROM BGDT048 Q
                    LEFT JOIN BGDT041 A
                      ON A.T041_ENT     = Q.T048_ENT
                     AND A.T041_CEN_REG = Q.T048_CEN_REG
                     AND A.T041_ACC     = Q.T048_ACC
                   WHERE Q.T048_STA_PEND IN (:CA-PENDING, :CA-AWAITING)
                     AND (Q.T048_ROUTINE = :CA-RTN-RECLASS
                       OR (Q.T048_ROUTINE = :CA-RTN-ACCOUNT
                           AND Q.T048_ACTION <> :CA-SETUP))
                     AND (A.T041_ACC IS NULL
                       OR A.T041_STA_ACC = :CA-CLOSED)
                   ORDER BY Q.T048_ENT, Q.T048_CEN_REG, Q.T048_ACC,
                            Q.T048_TIMESTAMP
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-INT048A
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5725 - CSR-INT048A OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-ACC-PENDING
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-INT048A
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-ACC-PENDING.                                      *
      * ONLY A ROW WITH NO MASTER IS LOOKED UP ON BGDT055 - A CLOSED   *
      * MASTER ROW IS STILL ON ITS OWN KEY.                            *
      ******************************************************************
       CHECK-ONE-ACC-PENDING.
      *
           EXEC SQL
                FETCH CSR-INT048A
                  INTO :V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                       :V048-ACC, :V048-ACTION,
                       :V048-FEC-EFFECTIVE, :V048-STA-PEND,
                       :WK-STA-FOUND :VN-IND-STA
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5725 - CSR-INT048A FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF VN-IND-STA LESS ZERO
                    MOVE V048-ENT     TO WK-KEY-ENT
                    MOVE V048-CEN-REG TO WK-KEY-CEN
                    MOVE V048-ACC     TO WK-KEY-ACC
                    PERFORM LOOK-UP-MOVE
                 ELSE
                    SET SW-MOVED-NO TO TRUE
                 END-IF
                 IF SW-ABEND-NO
                    MOVE SPACES TO WK-EXCEPTION-DETAIL
                    IF VN-IND-STA LESS ZERO
                       MOVE 'PEND NO ACCOUNT'  TO WD-EXC-TYPE
                       ADD CN-1 TO VN-EXC-PEND-NOACC
                    ELSE
                       MOVE 'PEND ACC CLOSED'  TO WD-EXC-TYPE
                       ADD CN-1 TO VN-EXC-PEND-ACCCLO
                    END-IF
                    PERFORM WRITE-PENDING-EXCEPTION
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-CODE-PENDING.                                         *
      * QUEUED BG9M5702 CHANGES WHOSE CATALOG CODE IS MISSING OR       *
      * RETIRED. A QUEUED ADD IS LEFT OUT FOR THE SAME REASON AS A     *
      * QUEUED ACCOUNT SET-UP.                                         *
      ******************************************************************
       CHECK-CODE-PENDING.
      *
           EXEC SQL
                DECLARE CSR-INT048C CURSOR FOR
                  SELECT Q.T048_ROUTINE, Q.T048_CODCLACC,
                         Q.T048_CLACC, Q.T048_ACTION,
                         Q.T048_FEC_EFFECTIVE, Q.T048_STA_PEND,
                         C.T044_STA_COD
                    FROM BGDT048 Q
                    LEFT JOIN BGDT044 C
                      ON C.T044_CODCLACC = Q.T048_CODCLACC
                   WHERE Q.T048_STA_PEND IN (:CA-PENDING, :CA-AWAITING)
                     AND Q.T048_ROUTINE = :CA-RTN-CATALOG
                     AND Q.T048_ACTION <> :CA-SETUP
                     AND (C.T044_CODCLACC IS NULL
                       OR C.T044_STA_COD = :CA-RETIRED)
                   ORDER BY Q.T048_CODCLACC, Q.T048_TIMESTAMP
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-INT048C
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5725 - CSR-INT048C OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-COD-PENDING
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-INT048C
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-COD-PENDING.                                      *
      ******************************************************************
       CHECK-ONE-COD-PENDING.
      *
           EXEC SQL
                FETCH CSR-INT048C
                  INTO :V048-ROUTINE, :V048-CODCLACC,
                       :V048-CLACC, :V048-ACTION,
                       :V048-FEC-EFFECTIVE, :V048-STA-PEND,
                       :WK-STA-FOUND :VN-IND-STA
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5725 - CSR-INT048C FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-MOVED-NO TO TRUE
                 MOVE SPACES TO WK-EXCEPTION-DETAIL
                 IF VN-IND-STA LESS ZERO
                    MOVE 'PEND NO CODE'      TO WD-EXC-TYPE
                    ADD CN-1 TO VN-EXC-PEND-NOCOD
                 ELSE
                    MOVE 'PEND CODE RETIRED' TO WD-EXC-TYPE
                    ADD CN-1 TO VN-EXC-PEND-CODRET
                 END-IF
                 MOVE V048-CODCLACC TO WD-CODCLACC
                 MOVE V048-CLACC    TO WD-CLACC
                 PERFORM WRITE-PENDING-EXCEPTION
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-PENDING-EXCEPTION.                                    *
      * THE TYPE, AND FOR A CATALOG CHANGE THE CODE, ARE ALREADY SET.  *
      * THE ENTITY/CENTER/ACCOUNT ARE BLANK ON A CATALOG CHANGE.       *
      ******************************************************************
       WRITE-PENDING-EXCEPTION.
      *
           IF V048-ROUTINE NOT EQUAL CA-RTN-CATALOG
              MOVE V048-ENT        TO WD-ENT
              MOVE V048-CEN-REG    TO WD-CEN-REG
              MOVE V048-ACC        TO WD-ACC
           END-IF
           MOVE V048-ROUTINE       TO WD-DET-ROUTINE
           MOVE V048-ACTION        TO WD-DET-ACTION
           MOVE V048-FEC-EFFECTIVE TO WD-DET-FEC-EFFECTIVE
           MOVE V048-STA-PEND      TO WD-DET-STA-PEND
      *
           PERFORM WRITE-EXCEPTION-LINE.
      *
      ******************************************************************
      *.PN CHECK-CLOSED-CENTERS.                                       *
      * ACTIVE AND DORMANT ACCOUNTS ON A CENTER CLOSED ON BGDT049,     *
      * WITH THEIR BGDT047 BALANCE (ZERO WHEN THERE IS NO ROW).        *
      ******************************************************************
       CHECK-CLOSED-CENTERS.
      *
           EXEC SQL
                DECLARE CSR-INT041 CURSOR FOR
                  SELECT A.T041_ENT, A.T041_CEN_REG, A.T041_ACC,
                         A.T041_FLG_PLGDACC, A.T041_STA_ACC,
                         COALESCE(B.T047_IMP_BALANCE, 0)
                    FROM BGDT041 A
                   INNER JOIN BGDT049 C
                      ON C.T049_ENT = A.T041_ENT
                     AND C.T049_CEN = A.T041_CEN_REG
                    LEFT JOIN BGDT047 B
                      ON B.T047_ENT     = A.T041_ENT
                     AND B.T047_CEN_REG = A.T041_CEN_REG
                     AND B.T047_ACC     = A.T041_ACC
                   WHERE C.T049_STA_CEN = :CA-CLOSED
                     AND A.T041_STA_ACC IN (:CA-ACTIVE, :CA-DORMANT)
                   ORDER BY A.T041_ENT, A.T041_CEN_REG, A.T041_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-INT041
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5725 - CSR-INT041 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-CEN-ACCOUNT
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-INT041
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-CEN-ACCOUNT.                                      *
      * A CLOSE IS PROPOSED ONLY FOR AN ACCOUNT WITH NOTHING IN IT     *
      * AND NO CHANGE ALREADY PENDING OR AWAITING APPROVAL, THE SAME   *
      * RULE BG9B5722 APPLIES TO ITS CLOSURE PROPOSALS.                *
      ******************************************************************
       CHECK-ONE-CEN-ACCOUNT.
      *
           EXEC SQL
                FETCH CSR-INT041
                  INTO :V041-ENT, :V041-CEN-REG, :V041-ACC,
                       :V041-FLG-PLGACC, :V041-STA-ACC,
                       :WK-IMP-BALANCE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5725 - CSR-INT041 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 PERFORM CHECK-QUEUED-CHANGE
                 IF SW-ABEND-NO
                    SET SW-MOVED-NO TO TRUE
                    MOVE SPACES              TO WK-EXCEPTION-DETAIL
                    MOVE SPACES              TO WK-PROPOSAL
                    MOVE 'MASTER CEN CLOSED' TO WD-EXC-TYPE
                    MOVE V041-ENT            TO WD-ENT
                    MOVE V041-CEN-REG        TO WD-CEN-REG
                    MOVE V041-ACC            TO WD-ACC
                    MOVE WK-IMP-BALANCE      TO WD-DET-IMP
                    EVALUATE TRUE
                      WHEN VN-EXIST-COUNT GREATER ZERO
                        MOVE 'CHANGE ALREADY QUEUED' TO WD-DET-AMT-TXT
                      WHEN WK-IMP-BALANCE NOT EQUAL ZERO
                        MOVE 'NOT CLOSED - BALANCE'  TO WD-DET-AMT-TXT
                      WHEN OTHER
                        MOVE CA-CLOSE TO WK-PROPOSAL
                        MOVE 'ZERO BALANCE'          TO WD-DET-AMT-TXT
                    END-EVALUATE
                    ADD CN-1 TO VN-EXC-CEN-CLOSED
                    IF WK-PROPOSAL NOT EQUAL SPACES AND SW-PRO-OPEN-YES
                       PERFORM WRITE-PROPOSED-RECORD
                    END-IF
                    IF SW-ABEND-NO
                       PERFORM WRITE-EXCEPTION-LINE
                    END-IF
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
              DISPLAY 'BG9B5725 - BGDT048 COUNT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
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
              DISPLAY 'BG9B5725 - PROPOSED WRITE FAILED, STATUS '
                       WK-PRO-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              MOVE WK-PROPOSAL TO WD-PROPOSAL
              ADD CN-1 TO VN-CLOSE-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ACCOUNT-BASELINES.                                    *
      * BGDT050 KEYS WITH NO BGDT041 ROW, ONE LINE PER KEY WITH THE    *
      * NUMBER OF CUTOFFS IT HAS ROWS FOR AND THE FIRST OF THEM.       *
      ******************************************************************
       CHECK-ACCOUNT-BASELINES.
      *
           EXEC SQL
                DECLARE CSR-INT050 CURSOR FOR
                  SELECT S.T050_ENT, S.T050_CEN_REG, S.T050_ACC,
                         COUNT(*), MIN(S.T050_FEC_BASELINE)
                    FROM BGDT050 S
                   WHERE NOT EXISTS
                         (SELECT 1
                            FROM BGDT041 A
                           WHERE A.T041_ENT     = S.T050_ENT
                             AND A.T041_CEN_REG = S.T050_CEN_REG
                             AND A.T041_ACC     = S.T050_ACC)
                   GROUP BY S.T050_ENT, S.T050_CEN_REG, S.T050_ACC
                   ORDER BY S.T050_ENT, S.T050_CEN_REG, S.T050_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-INT050
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5725 - CSR-INT050 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-ACC-BASELINE
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-INT050
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-ACC-BASELINE.                                     *
      * A KEY BG9B5721 MOVED AWAY WAS HELD BY THE MASTER ONCE; ITS     *
      * BASELINES ARE A RE-KEY LEFT BEHIND, NOT A NEVER-HELD ACCOUNT.  *
      ******************************************************************
       CHECK-ONE-ACC-BASELINE.
      *
           EXEC SQL
                FETCH CSR-INT050
                  INTO :V050-ENT, :V050-CEN-REG, :V050-ACC,
                       :VN-CUTOFF-COUNT, :WK-FEC-FIRST
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5725 - CSR-INT050 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 MOVE V050-ENT     TO WK-KEY-ENT
                 MOVE V050-CEN-REG TO WK-KEY-CEN
                 MOVE V050-ACC     TO WK-KEY-ACC
                 PERFORM LOOK-UP-MOVE
                 IF SW-ABEND-NO
                    MOVE SPACES TO WK-EXCEPTION-DETAIL
                    IF SW-MOVED-YES
                       MOVE 'BASE OLD KEY'   TO WD-EXC-TYPE
                       ADD CN-1 TO VN-EXC-BASE-OLDKEY
                    ELSE
                       MOVE 'BASE NO MASTER' TO WD-EXC-TYPE
                       ADD CN-1 TO VN-EXC-BASE-NOMAS
                    END-IF
                    MOVE V050-ENT     TO WD-ENT
                    MOVE V050-CEN-REG TO WD-CEN-REG
                    MOVE V050-ACC     TO WD-ACC
                    PERFORM WRITE-BASELINE-EXCEPTION
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-CATALOG-BASELINES.                                    *
      * BGDT051 ROWS WHOSE CLEARING ACCOUNT IS ON NO BGDT041 ROW IN    *
      * ANY CENTER, ONE LINE PER CODE AND ACCOUNT. A CENTER MOVE KEEPS *
      * THE ACCOUNT NUMBER, SO BGDT055 HAS NOTHING TO ADD HERE.        *
      ******************************************************************
       CHECK-CATALOG-BASELINES.
      *
           EXEC SQL
                DECLARE CSR-INT051 CURSOR FOR
                  SELECT S.T051_CODCLACC, S.T051_CLACC,
                         COUNT(*), MIN(S.T051_FEC_BASELINE)
                    FROM BGDT051 S
                   WHERE NOT EXISTS
                         (SELECT 1
                            FROM BGDT041 A
                           WHERE A.T041_ACC = S.T051_CLACC)
                   GROUP BY S.T051_CODCLACC, S.T051_CLACC
                   ORDER BY S.T051_CODCLACC, S.T051_CLACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-INT051
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5725 - CSR-INT051 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM CHECK-ONE-CAT-BASELINE
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-INT051
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-ONE-CAT-BASELINE.                                     *
      ******************************************************************
       CHECK-ONE-CAT-BASELINE.
      *
           EXEC SQL
                FETCH CSR-INT051
                  INTO :V051-CODCLACC, :V051-CLACC,
                       :VN-CUTOFF-COUNT, :WK-FEC-FIRST
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5725 - CSR-INT051 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-MOVED-NO TO TRUE
                 MOVE SPACES            TO WK-EXCEPTION-DETAIL
                 MOVE 'CAT BASE NO ACC' TO WD-EXC-TYPE
                 MOVE V051-CODCLACC     TO WD-CODCLACC
                 MOVE V051-CLACC        TO WD-CLACC
                 ADD CN-1 TO VN-EXC-CATB-NOACC
                 PERFORM WRITE-BASELINE-EXCEPTION
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-BASELINE-EXCEPTION.                                   *
      * THE TYPE AND THE KEY OR CODE ARE ALREADY SET.                  *
      ******************************************************************
       WRITE-BASELINE-EXCEPTION.
      *
           MOVE VN-CUTOFF-COUNT    TO WD-DET-CUT-NUM
           MOVE 'CUTOFFS FROM'     TO WD-DET-CUT-TXT
           MOVE WK-FEC-FIRST       TO WD-DET-CUT-FEC
      *
           PERFORM WRITE-EXCEPTION-LINE.
      *
      ******************************************************************
      *.PN LOOK-UP-MOVE.                                               *
      * WAS THE KEY IN WK-KEY-ENT/CEN/ACC MOVED AWAY BY BG9B5721? THE  *
      * LATEST BGDT055 ROW FOR IT AS A SOURCE GIVES THE TARGET.        *
      ******************************************************************
       LOOK-UP-MOVE.
      *
           SET SW-MOVED-NO TO TRUE
      *
           EXEC SQL
                SELECT T055_ENT_TARGET, T055_CEN_TARGET
                  INTO :V055-ENT-TARGET, :V055-CEN-TARGET
                  FROM BGDT055
                 WHERE T055_ENT_SOURCE = :WK-KEY-ENT
                   AND T055_CEN_SOURCE = :WK-KEY-CEN
                   AND T055_ACC        = :WK-KEY-ACC
                   AND T055_TIMESTAMP  =
                       (SELECT MAX(T055_TIMESTAMP)
                          FROM BGDT055
                         WHERE T055_ENT_SOURCE = :WK-KEY-ENT
                           AND T055_CEN_SOURCE = :WK-KEY-CEN
                           AND T055_ACC        = :WK-KEY-ACC)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           EVALUATE TRUE
             WHEN SQL-88-OK
               SET SW-MOVED-YES TO TRUE
             WHEN SQL-88-NOT-FOUND
               CONTINUE
             WHEN OTHER
               DISPLAY 'BG9B5725 - BGDT055 SELECT FAILED, SQLCODE '
                        SQLCODE
               SET SW-ABEND-YES TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN WRITE-EXCEPTION-LINE.                                       *
      * ADDS THE MOVE TARGET WHEN LOOK-UP-MOVE FOUND ONE AND WRITES    *
      * THE LINE PREPARED BY THE CALLER.                               *
      ******************************************************************
       WRITE-EXCEPTION-LINE.
      *
           IF SW-MOVED-YES
              MOVE 'MOVED TO '     TO WD-MOVED-TXT
              MOVE V055-ENT-TARGET TO WD-MOVED-ENT
              MOVE V055-CEN-TARGET TO WD-MOVED-CEN
           END-IF
      *
           ADD CN-1 TO VN-EXC-TOTAL
      *
           MOVE SPACES              TO WE-REPORT-LINE
           MOVE WK-EXCEPTION-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      ******************************************************************
      *.PN WRITE-REPORT-LINE.                                          *
      ******************************************************************
       WRITE-REPORT-LINE.
      *
           WRITE WE-REPORT-LINE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5725 - WRITE FAILED, FILE STATUS '
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
      * THE TOTALS PER EXCEPTION TYPE GO TO THE REPORT AS WELL AS THE  *
      * JOB LOG, SO THE REPORT STANDS ON ITS OWN.                      *
      ******************************************************************
       TERMINATE-SWEEP.
      *
           IF SW-REP-OPEN-YES AND SW-ABEND-NO
              MOVE SPACES TO WE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE 'TOTAL BAL NO MASTER'              TO WD-TOT-DES
              MOVE VN-EXC-BAL-NOMAS                   TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL PEND NO ACCOUNT'            TO WD-TOT-DES
              MOVE VN-EXC-PEND-NOACC                  TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL PEND ACC CLOSED'            TO WD-TOT-DES
              MOVE VN-EXC-PEND-ACCCLO                 TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL PEND NO CODE'               TO WD-TOT-DES
              MOVE VN-EXC-PEND-NOCOD                  TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL PEND CODE RETIRED'          TO WD-TOT-DES
              MOVE VN-EXC-PEND-CODRET                 TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL MASTER CEN CLOSED'          TO WD-TOT-DES
              MOVE VN-EXC-CEN-CLOSED                  TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL BASE NO MASTER'             TO WD-TOT-DES
              MOVE VN-EXC-BASE-NOMAS                  TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL BASE OLD KEY'               TO WD-TOT-DES
              MOVE VN-EXC-BASE-OLDKEY                 TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'TOTAL CAT BASE NO ACC'            TO WD-TOT-DES
              MOVE VN-EXC-CATB-NOACC                  TO WD-TOT-CNT
              PERFORM WRITE-TOTAL-LINE
              MOVE 'CLOSURES PROPOSED (C)'            TO WD-TOT-DES
              MOVE VN-CLOSE-COUNT                     TO WD-TOT-CNT
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
           DISPLAY 'BG9B5725 - EXCEPTIONS: ' VN-EXC-TOTAL.
           DISPLAY 'BG9B5725 - BAL NO MASTER: ' VN-EXC-BAL-NOMAS.
           DISPLAY 'BG9B5725 - PEND NO ACCOUNT: ' VN-EXC-PEND-NOACC.
           DISPLAY 'BG9B5725 - PEND ACC CLOSED: ' VN-EXC-PEND-ACCCLO.
           DISPLAY 'BG9B5725 - PEND NO CODE: ' VN-EXC-PEND-NOCOD.
           DISPLAY 'BG9B5725 - PEND CODE RETIRED: ' VN-EXC-PEND-CODRET.
           DISPLAY 'BG9B5725 - MASTER CEN CLOSED: ' VN-EXC-CEN-CLOSED.
           DISPLAY 'BG9B5725 - BASE NO MASTER: ' VN-EXC-BASE-NOMAS.
           DISPLAY 'BG9B5725 - BASE OLD KEY: ' VN-EXC-BASE-OLDKEY.
           DISPLAY 'BG9B5725 - CAT BASE NO ACC: ' VN-EXC-CATB-NOACC.
           DISPLAY 'BG9B5725 - CLOSURES PROPOSED: ' VN-CLOSE-COUNT.
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
           MOVE 'BG9B5725' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5725 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-EXC-TOTAL TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5725 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F9E ********* DO NOT REMOVE *********
