      * BG9B5718: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * NIGHTLY MATCHING STEP FOR THE BGDT052 CLEARING LEDGER. A       *
      * CLEARING ACCOUNT IS SUPPOSED TO FLUSH - EVERY MOVEMENT IN IS   *
      * TAKEN OUT AGAIN BY ITS OFFSET - AND THE BGDT047 BALANCE ONLY   *
      * SAYS HOW MUCH FAILED TO; THIS STEP SAYS WHICH MOVEMENTS. RUN   *
      * AFTER BG9B5708, IT:                                            *
      * - APPLIES THE MANUAL-MATCH FILE FIRST: EACH GROUP OF RECORDS   *
      *   SHARING A MATCH REFERENCE NAMES TWO OR MORE OPEN LEDGER      *
      *   ROWS OF ONE ACCOUNT THAT NET TO ZERO, AND IS MATCHED AS A    *
      *   WHOLE ('M') OR REJECTED AS A WHOLE ONTO THE EXCEPTIONS       *
      *   REPORT WITH THE REASON. A GROUP ALREADY MATCHED UNDER THE    *
      *   SAME REFERENCE IS SKIPPED, SO A RERUN AFTER AN ABEND DOES    *
      *   NOT REPORT THE GROUPS IT ALREADY APPLIED                     *
      * - PAIRS AUTOMATICALLY ('A') AN OPEN DEBIT AND AN OPEN CREDIT   *
      *   OF THE SAME AMOUNT ON THE SAME ACCOUNT, BUT ONLY WHEN THEY   *
      *   ARE THE ONLY OPEN DEBIT AND CREDIT OF THAT AMOUNT THERE -    *
      *   TWO DEBITS OF 100 AGAINST ONE CREDIT OF 100 IS A JUDGEMENT   *
      *   CALL AND IS LEFT FOR THE MANUAL-MATCH FILE                   *
      * - WRITES THE OPEN-ITEMS REPORT: EVERY MOVEMENT STILL OPEN,     *
      *   BY ACCOUNT, WITH ITS AGE IN DAYS AND ITS LEDGER TIMESTAMP    *
      *   (THE KEY THE MANUAL-MATCH FILE QUOTES), AN OPEN TOTAL PER    *
      *   ACCOUNT, AND THEN EVERY ACCOUNT WHOSE BGDT047 BALANCE IS     *
      *   NOT EXACTLY THE SUM OF ITS OPEN ITEMS.                       *
      * A REJECTED MANUAL GROUP OR AN UNEXPLAINED BALANCE ENDS THE RUN *
      * WITH RETURN CODE 8. EACH MANUAL GROUP IS COMMITTED AS IT IS    *
      * APPLIED AND THE AUTOMATIC PAIRS EVERY CN-COMMIT-INTERVAL, SO   *
      * THE STEP IS SIMPLY RERUN FROM THE TOP AFTER AN ABEND.          *
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
      * BGGT052: CLEARING LEDGER OF POSTED MOVEMENTS                   *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9B5718.
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
      *     BG9B5718   RSANTOS 26-10-15 NEW PROGRAM - MANUAL AND       *
      *                                 AUTOMATIC MATCHING OF THE      *
      *                                 BGDT052 CLEARING LEDGER AND    *
      *                                 THE OPEN-ITEMS REPORT          *
      *     BG9B5718   RSANTOS 26-10-15 AN AUTOMATIC PAIR IS UPDATED   *
      *                                 BY ACCOUNT AND TIMESTAMP AND   *
      *                                 MUST MATCH EXACTLY TWO ROWS    *
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
           SELECT WK-MATCH-FILE ASSIGN TO BGMATCH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-MAT-STATUS.
      *
           SELECT WK-EXCEPTION-FILE ASSIGN TO BGREPMAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-EXC-STATUS.
      *
           SELECT WK-REPORT-FILE ASSIGN TO BGREPOPN
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
       FD  WK-MATCH-FILE.
      *
      * ONE RECORD PER LEDGER ROW TO MATCH, QUOTING THE ACCOUNT AND    *
      * THE LEDGER TIMESTAMP FROM THE OPEN-ITEMS REPORT. THE RECORDS   *
      * OF ONE MATCH SHARE A REFERENCE AND MUST BE CONSECUTIVE. THE    *
      * FILE MAY BE EMPTY.                                             *
       01  WX-MATCH-RECORD.
           05 WX-REF-MATCH                 PIC X(10).
           05 WX-ENT                       PIC X(04).
           05 WX-CEN-REG                    PIC X(04).
           05 WX-ACC                       PIC X(10).
           05 WX-TIMESTAMP                 PIC X(26).
      *
       FD  WK-EXCEPTION-FILE.
      *
       01  WE-EXCEPTION-LINE               PIC X(100).
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
             INCLUDE BGGT047
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT052
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
       01 WK-MAT-STATUS                    PIC X(02).
       01 WK-EXC-STATUS                    PIC X(02).
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
           05 SW-MAT-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-MAT-OPEN-YES                       VALUE 'S'.
              88 SW-MAT-OPEN-NO                        VALUE 'N'.
      *
           05 SW-EXC-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-EXC-OPEN-YES                       VALUE 'S'.
              88 SW-EXC-OPEN-NO                        VALUE 'N'.
      *
           05 SW-FILE-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-FILE-OPEN-YES                      VALUE 'S'.
              88 SW-FILE-OPEN-NO                       VALUE 'N'.
      *
           05 SW-GROUP-FULL                 PIC X(1)    VALUE 'N'.
              88 SW-GROUP-FULL-YES                     VALUE 'S'.
              88 SW-GROUP-FULL-NO                      VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-ITEM-COUNT                 PIC S9(4)   COMP VALUE 0.
           05 VN-ITEM-INDEX                 PIC S9(4)   COMP.
           05 VN-DONE-ITEMS                 PIC S9(4)   COMP.
           05 VN-GROUP-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-MANUAL-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-REJECT-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-RERUN-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-AUTO-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-OPEN-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-UNEXPL-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-SINCE-COMMIT               PIC S9(4)   COMP VALUE 0.
           05 VN-AGE-DAYS                   PIC S9(9)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CN-2                         PIC 9(1)    VALUE 2.
           05 CN-MAX-ITEMS                  PIC S9(4)   COMP VALUE 100.
           05 CN-COMMIT-INTERVAL           PIC 9(4)    VALUE 500.
           05 CA-OPEN                      PIC X(1)    VALUE 'O'.
           05 CA-MATCHED                   PIC X(1)    VALUE 'M'.
           05 CA-AUTO                      PIC X(1)    VALUE 'A'.
           05 CA-MANUAL                    PIC X(1)    VALUE 'M'.
      *
       01 VA-WORK-FIELDS.
           05 WK-REF-MATCH                 PIC X(10).
           05 WK-REF-MATCH-26              PIC X(26).
           05 WK-REASON                    PIC X(20).
           05 WK-TS-DEBIT                  PIC X(26).
           05 WK-TS-CREDIT                 PIC X(26).
           05 WK-PRIOR-ENT                 PIC X(04).
           05 WK-PRIOR-CEN                 PIC X(04).
           05 WK-PRIOR-ACC                 PIC X(10).
           05 WK-IMP-GROUP                 PIC S9(13)V9(02) COMP-3.
           05 WK-IMP-ACCOUNT               PIC S9(13)V9(02) COMP-3.
           05 WK-IMP-LEDGER                PIC S9(13)V9(02) COMP-3.
      *
      * THE RECORDS OF THE MANUAL-MATCH GROUP IN HAND. A GROUP LARGER  *
      * THAN THE TABLE IS READ THROUGH AND REJECTED WHOLE - A PARTLY   *
      * APPLIED MATCH WOULD NOT NET TO ZERO.                           *
       01 VA-TB-ITEMS.
           05 TB-ITEM OCCURS 100 TIMES.
              10 TB-ITEM-ENT               PIC X(04).
              10 TB-ITEM-CEN               PIC X(04).
              10 TB-ITEM-ACC               PIC X(10).
              10 TB-ITEM-TIMESTAMP         PIC X(26).
      *
       01 WK-EXCEPTION-DETAIL.
           05 WX-DET-REF-MATCH             PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WX-DET-ENT                   PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WX-DET-CEN                   PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WX-DET-ACC                   PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WX-DET-TIMESTAMP             PIC X(26).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WX-DET-REASON                PIC X(20).
      *
       01 WK-OPEN-DETAIL.
           05 WD-ENT                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-MOV                   PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-SIG-MOV                   PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-IMP-MOV                   PIC -(13)9,99.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-AGE-DAYS                   PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-TIMESTAMP                 PIC X(26).
      *
       01 WK-ACCOUNT-TOTAL.
           05 WT-ENT                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WT-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WT-ACC                       PIC X(10).
           05 FILLER                       PIC X(15)    VALUE
              '  OPEN TOTAL'.
           05 WT-IMP-OPEN                  PIC -(13)9,99.
      *
       01 WK-UNEXPLAINED-DETAIL.
           05 WU-ENT                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WU-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WU-ACC                       PIC X(10).
           05 FILLER                       PIC X(11)    VALUE
              '  BALANCE '.
           05 WU-IMP-BALANCE                PIC -(13)9,99.
           05 FILLER                       PIC X(12)    VALUE
              '  OPEN SUM '.
           05 WU-IMP-LEDGER                 PIC -(13)9,99.
      *
       01 WK-SECTION-TITLE                 PIC X(40)    VALUE
           'BALANCES NOT EXPLAINED BY OPEN ITEMS'.
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
              PERFORM INITIALIZE-MATCHING
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM READ-MATCH-RECORD
              PERFORM PROCESS-MATCH-GROUP
                UNTIL SW-END-YES OR SW-ABEND-YES
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM AUTO-MATCH-LEDGER
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM REPORT-OPEN-ITEMS
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM REPORT-UNEXPLAINED-BALANCES
           END-IF.
      *
           PERFORM TERMINATE-MATCHING.
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF VN-REJECT-COUNT GREATER ZERO
                 OR VN-UNEXPL-COUNT GREATER ZERO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-MATCHING.                                        *
      ******************************************************************
       INITIALIZE-MATCHING.
      *
           SET SW-END-NO   TO TRUE
           SET SW-ABEND-NO TO TRUE
      *
           OPEN INPUT WK-MATCH-FILE
           IF WK-MAT-STATUS NOT = '00'
              DISPLAY 'BG9B5718 - BGMATCH OPEN FAILED, STATUS '
                       WK-MAT-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-MAT-OPEN-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-EXCEPTION-FILE
              IF WK-EXC-STATUS NOT = '00'
                 DISPLAY 'BG9B5718 - BGREPMAT OPEN FAILED, STATUS '
                          WK-EXC-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-EXC-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REPORT-FILE
              IF WK-FILE-STATUS NOT = '00'
                 DISPLAY 'BG9B5718 - BGREPOPN OPEN FAILED, STATUS '
                          WK-FILE-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-FILE-OPEN-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN READ-MATCH-RECORD.                                          *
      ******************************************************************
       READ-MATCH-RECORD.
      *
           READ WK-MATCH-FILE
           IF WK-MAT-STATUS = '10'
              SET SW-END-YES TO TRUE
           ELSE
              IF WK-MAT-STATUS NOT = '00'
                 DISPLAY 'BG9B5718 - BGMATCH READ FAILED, STATUS '
                          WK-MAT-STATUS
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN PROCESS-MATCH-GROUP.                                        *
      * GATHERS THE CONSECUTIVE RECORDS SHARING THE CURRENT MATCH      *
      * REFERENCE, CHECKS THE GROUP AGAINST THE LEDGER AND EITHER      *
      * MATCHES IT WHOLE OR REJECTS IT WHOLE.                          *
      ******************************************************************
       PROCESS-MATCH-GROUP.
      *
           MOVE WX-REF-MATCH TO WK-REF-MATCH
           MOVE ZERO         TO VN-ITEM-COUNT
           SET SW-GROUP-FULL-NO TO TRUE
           ADD CN-1 TO VN-GROUP-COUNT
      *
           PERFORM LOAD-MATCH-ITEM
             UNTIL SW-END-YES OR SW-ABEND-YES
                OR WX-REF-MATCH NOT EQUAL WK-REF-MATCH
      *
           IF SW-ABEND-NO
              PERFORM VALIDATE-MATCH-GROUP
           END-IF
      *
           IF SW-ABEND-NO
              IF WK-REASON NOT EQUAL SPACES
                 PERFORM REJECT-MATCH-GROUP
              ELSE
                 IF VN-DONE-ITEMS EQUAL VN-ITEM-COUNT
                    ADD CN-1 TO VN-RERUN-COUNT
                 ELSE
                    PERFORM APPLY-MATCH-GROUP
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN LOAD-MATCH-ITEM.                                            *
      ******************************************************************
       LOAD-MATCH-ITEM.
      *
           IF VN-ITEM-COUNT EQUAL CN-MAX-ITEMS
              SET SW-GROUP-FULL-YES TO TRUE
           ELSE
              ADD CN-1 TO VN-ITEM-COUNT
              MOVE WX-ENT       TO TB-ITEM-ENT(VN-ITEM-COUNT)
              MOVE WX-CEN-REG   TO TB-ITEM-CEN(VN-ITEM-COUNT)
              MOVE WX-ACC       TO TB-ITEM-ACC(VN-ITEM-COUNT)
              MOVE WX-TIMESTAMP TO TB-ITEM-TIMESTAMP(VN-ITEM-COUNT)
           END-IF
      *
           PERFORM READ-MATCH-RECORD.
      *
      ******************************************************************
      *.PN VALIDATE-MATCH-GROUP.                                       *
      * THE FIRST FAILING CHECK GIVES THE GROUP ITS REASON. A GROUP    *
      * WHOSE ROWS ARE ALL ALREADY MATCHED UNDER THIS SAME REFERENCE   *
      * WAS APPLIED BY AN EARLIER RUN AND PASSES WITH VN-DONE-ITEMS    *
      * EQUAL TO THE ITEM COUNT; ONLY SOME OF THEM IS A CLASH.         *
      ******************************************************************
       VALIDATE-MATCH-GROUP.
      *
           MOVE SPACES TO WK-REASON
           MOVE ZERO   TO VN-DONE-ITEMS
           MOVE ZERO   TO WK-IMP-GROUP
           MOVE WK-REF-MATCH TO WK-REF-MATCH-26
      *
           IF WK-REF-MATCH EQUAL SPACES
              MOVE 'NO MATCH REFERENCE'   TO WK-REASON
           END-IF
           IF WK-REASON EQUAL SPACES AND SW-GROUP-FULL-YES
              MOVE 'TOO MANY ITEMS'       TO WK-REASON
           END-IF
           IF WK-REASON EQUAL SPACES AND VN-ITEM-COUNT LESS CN-2
              MOVE 'SINGLE ITEM'          TO WK-REASON
           END-IF
      *
           MOVE CN-1 TO VN-ITEM-INDEX
           PERFORM CHECK-MATCH-ITEM
             UNTIL VN-ITEM-INDEX GREATER VN-ITEM-COUNT
                OR WK-REASON NOT EQUAL SPACES
                OR SW-ABEND-YES
      *
           IF WK-REASON EQUAL SPACES AND SW-ABEND-NO
              IF VN-DONE-ITEMS GREATER ZERO
                 AND VN-DONE-ITEMS LESS VN-ITEM-COUNT
                 MOVE 'PARTLY MATCHED'     TO WK-REASON
              ELSE
                 IF WK-IMP-GROUP NOT EQUAL ZERO
                    MOVE 'DOES NOT NET TO ZERO' TO WK-REASON
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-MATCH-ITEM.                                           *
      * THE LEDGER ROW MUST EXIST, BELONG TO THE ACCOUNT THE RECORD    *
      * QUOTES, BE ON THE SAME ACCOUNT AS THE GROUP'S FIRST ROW, AND   *
      * BE OPEN (OR ALREADY MATCHED UNDER THIS SAME REFERENCE).        *
      ******************************************************************
       CHECK-MATCH-ITEM.
      *
           MOVE TB-ITEM-TIMESTAMP(VN-ITEM-INDEX) TO V052-TIMESTAMP
      *
           EXEC SQL
                SELECT T052_ENT, T052_CEN_REG, T052_ACC,
                       T052_IMP_MOV, T052_STA_MATCH, T052_REF_MATCH
                  INTO :V052-ENT, :V052-CEN-REG, :V052-ACC,
                       :V052-IMP-MOV, :V052-STA-MATCH, :V052-REF-MATCH
                  FROM BGDT052
                 WHERE T052_TIMESTAMP = :V052-TIMESTAMP
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           EVALUATE TRUE
             WHEN SQL-88-NOT-FOUND
               MOVE 'NOT ON LEDGER'        TO WK-REASON
             WHEN NOT SQL-88-OK
               DISPLAY 'BG9B5718 - LEDGER SELECT FAILED, SQLCODE '
                        SQLCODE
               SET SW-ABEND-YES TO TRUE
             WHEN V052-ENT     NOT EQUAL TB-ITEM-ENT(VN-ITEM-INDEX)
               OR V052-CEN-REG NOT EQUAL TB-ITEM-CEN(VN-ITEM-INDEX)
               OR V052-ACC     NOT EQUAL TB-ITEM-ACC(VN-ITEM-INDEX)
               MOVE 'WRONG ACCOUNT'        TO WK-REASON
             WHEN V052-ENT     NOT EQUAL TB-ITEM-ENT(CN-1)
               OR V052-CEN-REG NOT EQUAL TB-ITEM-CEN(CN-1)
               OR V052-ACC     NOT EQUAL TB-ITEM-ACC(CN-1)
               MOVE 'MIXED ACCOUNTS'       TO WK-REASON
             WHEN V052-STA-MATCHED
              AND V052-REF-MATCH EQUAL WK-REF-MATCH-26
               ADD CN-1 TO VN-DONE-ITEMS
               ADD V052-IMP-MOV TO WK-IMP-GROUP
             WHEN V052-STA-MATCHED
               MOVE 'ALREADY MATCHED'      TO WK-REASON
             WHEN OTHER
               ADD V052-IMP-MOV TO WK-IMP-GROUP
           END-EVALUATE
      *
           ADD CN-1 TO VN-ITEM-INDEX.
      *
      ******************************************************************
      *.PN APPLY-MATCH-GROUP.                                          *
      * MATCHES EVERY ROW OF THE GROUP UNDER ITS REFERENCE AND         *
      * COMMITS THE GROUP AS ONE UNIT OF WORK.                         *
      ******************************************************************
       APPLY-MATCH-GROUP.
      *
           MOVE CN-1 TO VN-ITEM-INDEX
           PERFORM MATCH-GROUP-ITEM
             UNTIL VN-ITEM-INDEX GREATER VN-ITEM-COUNT
                OR SW-ABEND-YES
      *
           IF SW-ABEND-NO
              PERFORM COMMIT-MATCH-WORK
              ADD CN-1 TO VN-MANUAL-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN MATCH-GROUP-ITEM.                                           *
      ******************************************************************
       MATCH-GROUP-ITEM.
      *
           MOVE TB-ITEM-TIMESTAMP(VN-ITEM-INDEX) TO V052-TIMESTAMP
      *
           EXEC SQL
                UPDATE BGDT052
                   SET T052_STA_MATCH = :CA-MATCHED,
                       T052_TYP_MATCH = :CA-MANUAL,
                       T052_REF_MATCH = :WK-REF-MATCH-26,
                       T052_FEC_MATCH = :E574-FEC-BUSINESS
                 WHERE T052_TIMESTAMP = :V052-TIMESTAMP
                   AND T052_STA_MATCH = :CA-OPEN
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF (NOT SQL-88-OK) AND (NOT SQL-88-NOT-FOUND)
              DISPLAY 'BG9B5718 - MANUAL MATCH UPDATE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF
      *
           ADD CN-1 TO VN-ITEM-INDEX.
      *
      ******************************************************************
      *.PN REJECT-MATCH-GROUP.                                         *
      * ECHOES EVERY RECORD OF THE GROUP ONTO THE EXCEPTIONS REPORT    *
      * WITH THE GROUP'S REASON, SO THE GROUP CAN BE CORRECTED AND     *
      * RESUBMITTED WHOLE.                                             *
      ******************************************************************
       REJECT-MATCH-GROUP.
      *
           ADD CN-1 TO VN-REJECT-COUNT
           MOVE CN-1 TO VN-ITEM-INDEX
           PERFORM WRITE-EXCEPTION-LINE
             UNTIL VN-ITEM-INDEX GREATER VN-ITEM-COUNT
                OR SW-ABEND-YES.
      *
      ******************************************************************
      *.PN WRITE-EXCEPTION-LINE.                                       *
      ******************************************************************
       WRITE-EXCEPTION-LINE.
      *
           MOVE WK-REF-MATCH                     TO WX-DET-REF-MATCH
           MOVE TB-ITEM-ENT(VN-ITEM-INDEX)       TO WX-DET-ENT
           MOVE TB-ITEM-CEN(VN-ITEM-INDEX)       TO WX-DET-CEN
           MOVE TB-ITEM-ACC(VN-ITEM-INDEX)       TO WX-DET-ACC
           MOVE TB-ITEM-TIMESTAMP(VN-ITEM-INDEX) TO WX-DET-TIMESTAMP
           MOVE WK-REASON                        TO WX-DET-REASON
      *
           MOVE SPACES              TO WE-EXCEPTION-LINE
           MOVE WK-EXCEPTION-DETAIL TO WE-EXCEPTION-LINE
           WRITE WE-EXCEPTION-LINE
           IF WK-EXC-STATUS NOT = '00'
              DISPLAY 'BG9B5718 - BGREPMAT WRITE FAILED, STATUS '
                       WK-EXC-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF
      *
           ADD CN-1 TO VN-ITEM-INDEX.
      *
      ******************************************************************
      *.PN AUTO-MATCH-LEDGER.                                          *
      * THE CURSOR GROUPS THE OPEN ROWS BY ACCOUNT AND ABSOLUTE AMOUNT *
      * AND KEEPS ONLY THE GROUPS WITH EXACTLY ONE DEBIT AND EXACTLY   *
      * ONE CREDIT, HANDING BACK BOTH ROWS' TIMESTAMPS - THAT IS THE   *
      * WHOLE "UNAMBIGUOUS" RULE. WITH HOLD BECAUSE THE PAIRS ARE      *
      * COMMITTED IN INTERVALS WHILE THE CURSOR IS STILL OPEN.         *
      ******************************************************************
       AUTO-MATCH-LEDGER.
      *
           EXEC SQL
                DECLARE CSR-AUT052 CURSOR WITH HOLD FOR
                  SELECT T052_ENT, T052_CEN_REG, T052_ACC,
                         CHAR(MIN(CASE WHEN T052_IMP_MOV > 0
                                  THEN T052_TIMESTAMP END)),
                         CHAR(MIN(CASE WHEN T052_IMP_MOV < 0
                                  THEN T052_TIMESTAMP END))
                    FROM BGDT052
                   WHERE T052_STA_MATCH = :CA-OPEN
                     AND T052_IMP_MOV  <> 0
                   GROUP BY T052_ENT, T052_CEN_REG, T052_ACC,
                            ABS(T052_IMP_MOV)
                  HAVING SUM(CASE WHEN T052_IMP_MOV > 0
                             THEN 1 ELSE 0 END) = 1
                     AND SUM(CASE WHEN T052_IMP_MOV < 0
                             THEN 1 ELSE 0 END) = 1
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-AUT052
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5718 - CSR-AUT052 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM MATCH-AUTO-PAIR
                UNTIL SW-END-YES OR SW-ABEND-YES
              EXEC SQL
                   CLOSE CSR-AUT052
              END-EXEC
              IF SW-ABEND-NO
                 PERFORM COMMIT-MATCH-WORK
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN MATCH-AUTO-PAIR.                                            *
      * THE DEBIT'S TIMESTAMP IS THE PAIR'S MATCH REFERENCE. THE TWO   *
      * ROWS ARE FOUND BY THEIR ACCOUNT AS WELL AS THEIR TIMESTAMPS,   *
      * AND THE UPDATE MUST TOUCH EXACTLY THOSE TWO.                   *
      ******************************************************************
       MATCH-AUTO-PAIR.
      *
           EXEC SQL
                FETCH CSR-AUT052
                  INTO :V052-ENT, :V052-CEN-REG, :V052-ACC,
                       :WK-TS-DEBIT, :WK-TS-CREDIT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5718 - CSR-AUT052 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 EXEC SQL
                      UPDATE BGDT052
                         SET T052_STA_MATCH = :CA-MATCHED,
                             T052_TYP_MATCH = :CA-AUTO,
                             T052_REF_MATCH = :WK-TS-DEBIT,
                             T052_FEC_MATCH = :E574-FEC-BUSINESS
                       WHERE T052_ENT       = :V052-ENT
                         AND T052_CEN_REG   = :V052-CEN-REG
                         AND T052_ACC       = :V052-ACC
                         AND T052_TIMESTAMP IN (:WK-TS-DEBIT,
                                                :WK-TS-CREDIT)
                         AND T052_STA_MATCH = :CA-OPEN
                 END-EXEC
                 MOVE SQLCODE TO SQL-VALUES
                 IF NOT SQL-88-OK
                    DISPLAY 'BG9B5718 - AUTO MATCH UPDATE FAILED, '
                            'SQLCODE ' SQLCODE
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    IF SQLERRD(3) NOT EQUAL CN-2
                       DISPLAY 'BG9B5718 - AUTO MATCH UPDATED '
                               SQLERRD(3) ' ROWS FOR ' V052-ENT '/'
                               V052-CEN-REG '/' V052-ACC
                       SET SW-ABEND-YES TO TRUE
                    ELSE
                       ADD CN-1 TO VN-AUTO-COUNT
                       ADD CN-1 TO VN-SINCE-COMMIT
                       IF VN-SINCE-COMMIT >= CN-COMMIT-INTERVAL
                          PERFORM COMMIT-MATCH-WORK
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN COMMIT-MATCH-WORK.                                          *
      ******************************************************************
       COMMIT-MATCH-WORK.
      *
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5718 - COMMIT FAILED, SQLCODE ' SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              MOVE 0 TO VN-SINCE-COMMIT
           END-IF.
      *
      ******************************************************************
      *.PN REPORT-OPEN-ITEMS.                                          *
      * EVERY ROW STILL OPEN AFTER BOTH MATCHING PASSES, BY ACCOUNT    *
      * AND MOVEMENT DATE, WITH ITS AGE IN DAYS COMPUTED BY DB2 THE    *
      * WAY BG9B5701 AGES ITS ACCOUNTS. AN OPEN-TOTAL LINE CLOSES      *
      * EACH ACCOUNT.                                                  *
      ******************************************************************
       REPORT-OPEN-ITEMS.
      *
           EXEC SQL
                DECLARE CSR-OPN052 CURSOR FOR
                  SELECT T052_ENT, T052_CEN_REG, T052_ACC,
                         T052_FEC_MOV, T052_IMP_MOV, T052_SIG_MOV,
                         CHAR(T052_TIMESTAMP),
                         DAYS(CURRENT DATE) - DAYS(T052_FEC_MOV)
                    FROM BGDT052
                   WHERE T052_STA_MATCH = :CA-OPEN
                   ORDER BY T052_ENT, T052_CEN_REG, T052_ACC,
                            T052_FEC_MOV, T052_TIMESTAMP
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-OPN052
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5718 - CSR-OPN052 OPEN FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-END-NO TO TRUE
              MOVE SPACES TO WK-PRIOR-ENT
                             WK-PRIOR-CEN
                             WK-PRIOR-ACC
              MOVE ZERO   TO WK-IMP-ACCOUNT
              PERFORM LIST-OPEN-ITEM
                UNTIL SW-END-YES OR SW-ABEND-YES
              IF SW-ABEND-NO AND VN-OPEN-COUNT GREATER ZERO
                 PERFORM WRITE-ACCOUNT-TOTAL
              END-IF
              EXEC SQL
                   CLOSE CSR-OPN052
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN LIST-OPEN-ITEM.                                             *
      ******************************************************************
       LIST-OPEN-ITEM.
      *
           EXEC SQL
                FETCH CSR-OPN052
                  INTO :V052-ENT, :V052-CEN-REG, :V052-ACC,
                       :V052-FEC-MOV, :V052-IMP-MOV, :V052-SIG-MOV,
                       :V052-TIMESTAMP, :VN-AGE-DAYS
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5718 - CSR-OPN052 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 IF VN-OPEN-COUNT GREATER ZERO
                    AND (V052-ENT     NOT EQUAL WK-PRIOR-ENT
                      OR V052-CEN-REG NOT EQUAL WK-PRIOR-CEN
                      OR V052-ACC     NOT EQUAL WK-PRIOR-ACC)
                    PERFORM WRITE-ACCOUNT-TOTAL
                 END-IF
                 IF SW-ABEND-NO
                    PERFORM WRITE-OPEN-LINE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-OPEN-LINE.                                            *
      ******************************************************************
       WRITE-OPEN-LINE.
      *
           MOVE V052-ENT       TO WD-ENT
           MOVE V052-CEN-REG   TO WD-CEN-REG
           MOVE V052-ACC       TO WD-ACC
           MOVE V052-FEC-MOV   TO WD-FEC-MOV
           MOVE V052-SIG-MOV   TO WD-SIG-MOV
           MOVE V052-IMP-MOV   TO WD-IMP-MOV
           MOVE VN-AGE-DAYS    TO WD-AGE-DAYS
           MOVE V052-TIMESTAMP TO WD-TIMESTAMP
      *
           MOVE SPACES         TO WE-REPORT-LINE
           MOVE WK-OPEN-DETAIL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           ADD CN-1 TO VN-OPEN-COUNT
           ADD V052-IMP-MOV TO WK-IMP-ACCOUNT
           MOVE V052-ENT     TO WK-PRIOR-ENT
           MOVE V052-CEN-REG TO WK-PRIOR-CEN
           MOVE V052-ACC     TO WK-PRIOR-ACC.
      *
      ******************************************************************
      *.PN WRITE-ACCOUNT-TOTAL.                                        *
      ******************************************************************
       WRITE-ACCOUNT-TOTAL.
      *
           MOVE WK-PRIOR-ENT   TO WT-ENT
           MOVE WK-PRIOR-CEN   TO WT-CEN-REG
           MOVE WK-PRIOR-ACC   TO WT-ACC
           MOVE WK-IMP-ACCOUNT TO WT-IMP-OPEN
      *
           MOVE SPACES           TO WE-REPORT-LINE
           MOVE WK-ACCOUNT-TOTAL TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE ZERO TO WK-IMP-ACCOUNT.
      *
      ******************************************************************
      *.PN REPORT-UNEXPLAINED-BALANCES.                                *
      * EVERY BGDT047 ACCOUNT WHOSE BALANCE IS NOT EXACTLY THE SUM OF  *
      * ITS OPEN LEDGER ROWS. BG9B5708 WRITES THE BALANCE AND THE      *
      * LEDGER ROW IN ONE UNIT OF WORK, SO ANY LINE HERE MEANS THE     *
      * BALANCE WAS CHANGED OUTSIDE THE FEED AND MUST BE CHASED.       *
      ******************************************************************
       REPORT-UNEXPLAINED-BALANCES.
      *
           MOVE SPACES           TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WK-SECTION-TITLE TO WE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           EXEC SQL
                DECLARE CSR-UNX047 CURSOR FOR
                  SELECT A.T047_ENT, A.T047_CEN_REG, A.T047_ACC,
                         A.T047_IMP_BALANCE,
                         COALESCE(SUM(B.T052_IMP_MOV), 0)
                    FROM BGDT047 A
                    LEFT OUTER JOIN BGDT052 B
                      ON B.T052_ENT       = A.T047_ENT
                     AND B.T052_CEN_REG   = A.T047_CEN_REG
                     AND B.T052_ACC       = A.T047_ACC
                     AND B.T052_STA_MATCH = :CA-OPEN
                   GROUP BY A.T047_ENT, A.T047_CEN_REG, A.T047_ACC,
                            A.T047_IMP_BALANCE
                  HAVING A.T047_IMP_BALANCE
                         <> COALESCE(SUM(B.T052_IMP_MOV), 0)
                   ORDER BY A.T047_ENT, A.T047_CEN_REG, A.T047_ACC
           END-EXEC
      *
           IF SW-ABEND-NO
              EXEC SQL
                   OPEN CSR-UNX047
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5718 - CSR-UNX047 OPEN FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-END-NO TO TRUE
                 PERFORM LIST-UNEXPLAINED-BALANCE
                   UNTIL SW-END-YES OR SW-ABEND-YES
                 EXEC SQL
                      CLOSE CSR-UNX047
                 END-EXEC
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN LIST-UNEXPLAINED-BALANCE.                                   *
      ******************************************************************
       LIST-UNEXPLAINED-BALANCE.
      *
           EXEC SQL
                FETCH CSR-UNX047
                  INTO :V047-ENT, :V047-CEN-REG, :V047-ACC,
                       :V047-IMP-BALANCE, :WK-IMP-LEDGER
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5718 - CSR-UNX047 FETCH FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 MOVE V047-ENT         TO WU-ENT
                 MOVE V047-CEN-REG     TO WU-CEN-REG
                 MOVE V047-ACC         TO WU-ACC
                 MOVE V047-IMP-BALANCE TO WU-IMP-BALANCE
                 MOVE WK-IMP-LEDGER    TO WU-IMP-LEDGER
      *
                 MOVE SPACES                TO WE-REPORT-LINE
                 MOVE WK-UNEXPLAINED-DETAIL TO WE-REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
                 ADD CN-1 TO VN-UNEXPL-COUNT
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-REPORT-LINE.                                          *
      ******************************************************************
       WRITE-REPORT-LINE.
      *
           WRITE WE-REPORT-LINE
           IF WK-FILE-STATUS NOT = '00'
              DISPLAY 'BG9B5718 - BGREPOPN WRITE FAILED, STATUS '
                       WK-FILE-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN TERMINATE-MATCHING.                                         *
      ******************************************************************
       TERMINATE-MATCHING.
      *
           IF SW-MAT-OPEN-YES
              CLOSE WK-MATCH-FILE
           END-IF.
      *
           IF SW-EXC-OPEN-YES
              CLOSE WK-EXCEPTION-FILE
           END-IF.
      *
           IF SW-FILE-OPEN-YES
              CLOSE WK-REPORT-FILE
           END-IF.
      *
           DISPLAY 'BG9B5718 - MANUAL GROUPS READ: ' VN-GROUP-COUNT.
           DISPLAY 'BG9B5718 - MANUAL GROUPS MATCHED: '
                    VN-MANUAL-COUNT.
           DISPLAY 'BG9B5718 - MANUAL GROUPS ALREADY MATCHED: '
                    VN-RERUN-COUNT.
           DISPLAY 'BG9B5718 - MANUAL GROUPS REJECTED: '
                    VN-REJECT-COUNT.
           DISPLAY 'BG9B5718 - PAIRS AUTO-MATCHED: ' VN-AUTO-COUNT.
           DISPLAY 'BG9B5718 - OPEN ITEMS: ' VN-OPEN-COUNT.
           DISPLAY 'BG9B5718 - UNEXPLAINED BALANCES: '
                    VN-UNEXPL-COUNT.
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
           MOVE 'BG9B5718' TO E574-PGM-ID
           SET E574-TYP-START TO TRUE
      *
           CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
           IF E574-COD-RETURN NOT = '00'
              DISPLAY 'BG9B5718 - RUN CONTROL START FAILED, SQLCODE '
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
              MOVE VN-AUTO-COUNT TO E574-REC-COUNT
              MOVE RETURN-CODE  TO E574-RETURN-CODE
      *
              CALL 'BG9C5701' USING BGEC574 WA-QBEC999-01
      *
              IF E574-COD-RETURN NOT = '00'
                 DISPLAY 'BG9B5718 - RUN CONTROL END FAILED, SQLCODE '
                          E574-SQLCODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F95 ********* DO NOT REMOVE *********
