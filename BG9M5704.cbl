      * BG9M5704: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * FOUR-EYES DECISION ROUTINE FOR MAINTENANCE CHANGES HELD ON     *
      * BGDT048 AWAITING APPROVAL. BG9M5700, BG9M5701, BG9M5702 AND    *
      * BG9M5703 NO LONGER CHANGE ANYTHING ON THE CALL OF A SINGLE     *
      * USER: A CALL THAT NAMES NO APPROVER IS HELD ON THE QUEUE AS    *
      * 'W' WITH '60'. THIS IS THE ONE ROUTINE THAT TAKES THE SECOND   *
      * USER'S DECISION ON SUCH A ROW.                                 *
      * OPTIONS:                                                       *
      * A - APPROVE. THE HELD CHANGE IS RE-DRIVEN THROUGH ITS ROUTINE  *
      *     WITH THE REQUESTER AND THE APPROVER, SO IT TAKES THE       *
      *     NORMAL APPLY PATH - APPLIED ON THE SPOT, OR QUEUED AS A    *
      *     NEW 'P' ROW ('50') WHEN ITS EFFECTIVE DATE IS STILL IN     *
      *     THE FUTURE - AND THE ROUTINE RECORDS BOTH USERS ON ITS     *
      *     HISTORY ROW. THE HELD ROW ENDS 'A' ON '00' OR '50' AND 'E' *
      *     ON ANY REFUSAL, WITH THE ROUTINE'S RETURN CODE IN          *
      *     T048_COD_APPLY AND ON THE COMMAREA.                        *
      * R - REJECT. THE HELD ROW ENDS 'R' AND NOTHING IS APPLIED.      *
      * EITHER WAY THE APPROVER'S ID IS LEFT ON THE ROW. '10' IS       *
      * RETURNED FOR BAD INPUT, '30' WHEN NO ROW WITH THAT TIMESTAMP   *
      * IS AWAITING APPROVAL, AND '25' WHEN THE APPROVER IS THE USER   *
      * WHO REQUESTED THE CHANGE. AN APPROVAL TAKES THE ROW OFF 'W'    *
      * BEFORE THE CHANGE IS RE-DRIVEN, SO OF TWO USERS APPROVING THE  *
      * SAME ROW AT ONCE ONLY ONE APPLIES IT; THE OTHER GETS '30' WITH *
      * NOTHING DONE. THE CALLER OWNS THE UNIT OF WORK.                *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * ----------------                                               *
      * BGEC571: COMMAREA BG9M5700                                     *
      * BGEC572: COMMAREA BG9M5702                                     *
      * BGEC573: COMMAREA BG9M5701                                     *
      * BGEC576: COMMAREA BG9M5703                                     *
      * BGEC577: COMMAREA BG9M5704                                     *
      * QAWCSQL                                                        *
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
       PROGRAM-ID.    BG9M5704.
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
      *     BG9M5704   RSANTOS 26-10-15 NEW PROGRAM - APPROVE OR       *
      *                                 REJECT A MAINTENANCE CHANGE    *
      *                                 HELD ON BGDT048                *
      *     BG9M5704   RSANTOS 26-10-15 AN APPROVAL CLAIMS THE HELD    *
      *                                 ROW BEFORE RE-DRIVING THE      *
      *                                 ROUTINE, SO A SECOND APPROVER  *
      *                                 GETS '30' WITHOUT APPLYING IT  *
      *                                 AGAIN                          *
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
             INCLUDE BGGT048
           END-EXEC.
      *
           COPY BGEC571.
      *
           COPY BGEC572.
      *
           COPY BGEC573.
      *
           COPY BGEC576.
      *
       01 VA-CONSTANTS.
           05 CA-AWAITING                  PIC X(1)    VALUE 'W'.
           05 CA-APPLIED                   PIC X(1)    VALUE 'A'.
           05 CA-ERROR                     PIC X(1)    VALUE 'E'.
           05 CA-REJECTED                  PIC X(1)    VALUE 'R'.
      *
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY BGEC577.
      *
       01 CA-QBEC999-01.
           COPY QBEC999.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING BGEC577 CA-QBEC999-01.
      *
           PERFORM INITIALIZE-FIELDS.
      *
           IF E577-COD-RETURN = '00'
              PERFORM READ-HELD-CHANGE
           END-IF.
      *
           IF E577-COD-RETURN = '00'
              IF E577-ACTION-APPROVE
                 PERFORM APPROVE-HELD-CHANGE
              ELSE
                 PERFORM REJECT-HELD-CHANGE
              END-IF
           END-IF.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-FIELDS.                                          *
      * VALIDATES THE COMMAREA BEFORE TOUCHING THE DATABASE. '10' IS   *
      * RETURNED FOR AN UNRECOGNIZED DECISION, A MISSING TIMESTAMP OR  *
      * A MISSING APPROVER.                                            *
      ******************************************************************
       INITIALIZE-FIELDS.
      *
           MOVE '00'   TO E577-COD-RETURN
           MOVE SPACES TO E577-ROUTINE
                          E577-USR-REQUEST
                          E577-COD-APPLY
      *
           IF NOT E577-ACTION-APPROVE
              AND NOT E577-ACTION-REJECT
              MOVE '10' TO E577-COD-RETURN
           END-IF
      *
           IF E577-TIMESTAMP EQUAL SPACES
              OR E577-USR-APPROVE EQUAL SPACES
              MOVE '10' TO E577-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN READ-HELD-CHANGE.                                           *
      * READS THE QUEUE ROW THE TIMESTAMP NAMES. '30' IS RETURNED WHEN *
      * THERE IS NO SUCH ROW OR IT IS NO LONGER AWAITING APPROVAL -    *
      * ALREADY DECIDED, OR AN ORDINARY FUTURE-DATED 'P' ROW - AND     *
      * '25' WHEN THE APPROVER IS THE USER WHO ASKED FOR THE CHANGE.   *
      ******************************************************************
       READ-HELD-CHANGE.
      *
           EXEC SQL
                SELECT T048_ROUTINE, T048_ENT, T048_CEN_REG,
                       T048_ACC, T048_FLG_PLGACC, T048_ACTION,
                       T048_CODCLACC, T048_CLACC,
                       T048_FEC_EFFECTIVE, T048_STA_PEND,
                       T048_USR_REQUEST, T048_ID_BATCH,
                       T048_DES_CEN
                  INTO :V048-ROUTINE, :V048-ENT, :V048-CEN-REG,
                       :V048-ACC, :V048-FLG-PLGACC, :V048-ACTION,
                       :V048-CODCLACC, :V048-CLACC,
                       :V048-FEC-EFFECTIVE, :V048-STA-PEND,
                       :V048-USR-REQUEST, :V048-ID-BATCH,
                       :V048-DES-CEN
                  FROM BGDT048
                 WHERE T048_TIMESTAMP = :E577-TIMESTAMP
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              MOVE '30' TO E577-COD-RETURN
           ELSE
              IF NOT SQL-88-OK
                 MOVE '99'       TO E577-COD-RETURN
                 MOVE SQLCODE    TO E577-SQLCODE
                 MOVE SQLERRM    TO E577-SQLERRM
                 MOVE 'BGDT048'  TO E577-DES-TABLE
                 MOVE 'SELECT'   TO E577-REFERENCE
              ELSE
                 MOVE V048-ROUTINE     TO E577-ROUTINE
                 MOVE V048-USR-REQUEST TO E577-USR-REQUEST
                 IF NOT V048-STA-AWAITING
                    MOVE '30' TO E577-COD-RETURN
                 ELSE
                    IF V048-USR-REQUEST EQUAL E577-USR-APPROVE
                       MOVE '25' TO E577-COD-RETURN
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN APPROVE-HELD-CHANGE.                                        *
      * CLAIMS THE ROW, RE-DRIVES THE ROUTINE THE ROW NAMES, THEN      *
      * RECORDS THE OUTCOME ON IT. A ROW NAMING NO KNOWN ROUTINE IS    *
      * REFUSED '10' BEFORE IT IS CLAIMED. A '99' FROM THE ROUTINE IS  *
      * HANDED BACK AS IS, FOR THE CALLER TO ROLL BACK - WHICH ALSO    *
      * PUTS THE CLAIMED ROW BACK TO AWAITING.                         *
      ******************************************************************
       APPROVE-HELD-CHANGE.
      *
           IF V048-ROUTINE NOT EQUAL 'BG9M5700'
              AND V048-ROUTINE NOT EQUAL 'BG9M5701'
              AND V048-ROUTINE NOT EQUAL 'BG9M5702'
              AND V048-ROUTINE NOT EQUAL 'BG9M5703'
              MOVE '10' TO E577-COD-RETURN
           ELSE
              PERFORM CLAIM-HELD-CHANGE
           END-IF
      *
           IF E577-COD-RETURN EQUAL '00'
              EVALUATE V048-ROUTINE
                WHEN 'BG9M5700'
                  PERFORM CALL-RECLASSIFY
                WHEN 'BG9M5701'
                  PERFORM CALL-ACCOUNT-MAINT
                WHEN 'BG9M5702'
                  PERFORM CALL-CATALOG-MAINT
                WHEN 'BG9M5703'
                  PERFORM CALL-CENTER-MAINT
              END-EVALUATE
           END-IF
      *
           IF E577-COD-RETURN EQUAL '00'
              IF E577-COD-APPLY EQUAL '00'
                 OR E577-COD-APPLY EQUAL '50'
                 MOVE CA-APPLIED TO V048-STA-PEND
              ELSE
                 MOVE CA-ERROR   TO V048-STA-PEND
              END-IF
              MOVE E577-COD-APPLY TO V048-COD-APPLY
              PERFORM RECORD-APPROVAL-OUTCOME
           END-IF.
      *
      ******************************************************************
      *.PN CLAIM-HELD-CHANGE.                                          *
      * TAKES THE ROW OFF 'W' UNDER THIS APPROVER BEFORE ANYTHING IS   *
      * APPLIED. THE 'W' TEST IN THE WHERE CLAUSE, AND THE ROW LOCK    *
      * THE UPDATE HOLDS UNTIL THE CALLER COMMITS, LET ONLY ONE OF TWO *
      * CONCURRENT APPROVERS THROUGH: THE SECOND UPDATES NOTHING AND   *
      * COMES BACK '30' WITHOUT RE-DRIVING THE CHANGE.                 *
      ******************************************************************
       CLAIM-HELD-CHANGE.
      *
           EXEC SQL
                UPDATE BGDT048
                   SET T048_STA_PEND    = :CA-APPLIED,
                       T048_USR_APPROVE = :E577-USR-APPROVE
                 WHERE T048_TIMESTAMP = :E577-TIMESTAMP
                   AND T048_STA_PEND  = :CA-AWAITING
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              MOVE '30' TO E577-COD-RETURN
           ELSE
              IF NOT SQL-88-OK
                 MOVE '99'       TO E577-COD-RETURN
                 MOVE SQLCODE    TO E577-SQLCODE
                 MOVE SQLERRM    TO E577-SQLERRM
                 MOVE 'BGDT048'  TO E577-DES-TABLE
                 MOVE 'UPDATE'   TO E577-REFERENCE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN RECORD-APPROVAL-OUTCOME.                                    *
      * THE ROW IS ALREADY CLAIMED BY THIS CALL; ONLY THE FINAL STATUS *
      * AND THE ROUTINE'S RETURN CODE ARE WRITTEN ON IT.               *
      ******************************************************************
       RECORD-APPROVAL-OUTCOME.
      *
           EXEC SQL
                UPDATE BGDT048
                   SET T048_STA_PEND    = :V048-STA-PEND,
                       T048_COD_APPLY   = :V048-COD-APPLY
                 WHERE T048_TIMESTAMP = :E577-TIMESTAMP
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              MOVE '99'       TO E577-COD-RETURN
              MOVE SQLCODE    TO E577-SQLCODE
              MOVE SQLERRM    TO E577-SQLERRM
              MOVE 'BGDT048'  TO E577-DES-TABLE
              MOVE 'UPDATE'   TO E577-REFERENCE
           END-IF.
      *
      ******************************************************************
      *.PN CALL-RECLASSIFY.                                            *
      ******************************************************************
       CALL-RECLASSIFY.
      *
           INITIALIZE BGEC571
           MOVE V048-ENT           TO E571-ENT
           MOVE V048-CEN-REG       TO E571-CEN
           MOVE V048-ACC           TO E571-ACC
           MOVE V048-FLG-PLGACC     TO E571-FLG-PLGACC-NEW
           MOVE V048-FEC-EFFECTIVE  TO E571-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST    TO E571-USR-REQUEST
           MOVE E577-USR-APPROVE    TO E571-USR-APPROVE
           MOVE V048-ID-BATCH       TO E571-ID-BATCH
      *
           CALL 'BG9M5700' USING BGEC571 CA-QBEC999-01
      *
           MOVE E571-COD-RETURN TO E577-COD-APPLY
           IF E571-COD-RETURN EQUAL '99'
              MOVE '99'           TO E577-COD-RETURN
              MOVE E571-ERR-OUT   TO E577-ERR-OUT
           END-IF.
      *
      ******************************************************************
      *.PN CALL-ACCOUNT-MAINT.                                         *
      ******************************************************************
       CALL-ACCOUNT-MAINT.
      *
           INITIALIZE BGEC573
           MOVE V048-ACTION        TO E573-ACTION
           MOVE V048-ENT           TO E573-ENT
           MOVE V048-CEN-REG       TO E573-CEN
           MOVE V048-ACC           TO E573-ACC
           MOVE V048-FLG-PLGACC     TO E573-FLG-PLGACC
           MOVE V048-USR-REQUEST    TO E573-USR-REQUEST
           MOVE E577-USR-APPROVE    TO E573-USR-APPROVE
           MOVE V048-ID-BATCH       TO E573-ID-BATCH
      *
           CALL 'BG9M5701' USING BGEC573 CA-QBEC999-01
      *
           MOVE E573-COD-RETURN TO E577-COD-APPLY
           IF E573-COD-RETURN EQUAL '99'
              MOVE '99'           TO E577-COD-RETURN
              MOVE E573-ERR-OUT   TO E577-ERR-OUT
           END-IF.
      *
      ******************************************************************
      *.PN CALL-CATALOG-MAINT.                                         *
      ******************************************************************
       CALL-CATALOG-MAINT.
      *
           INITIALIZE BGEC572
           MOVE V048-ACTION        TO E572-ACTION
           MOVE V048-CODCLACC      TO E572-CODCLACC
           MOVE V048-CLACC         TO E572-CLACC
           MOVE V048-FEC-EFFECTIVE  TO E572-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST    TO E572-USR-REQUEST
           MOVE E577-USR-APPROVE    TO E572-USR-APPROVE
           MOVE V048-ID-BATCH       TO E572-ID-BATCH
      *
           CALL 'BG9M5702' USING BGEC572 CA-QBEC999-01
      *
           MOVE E572-COD-RETURN TO E577-COD-APPLY
           IF E572-COD-RETURN EQUAL '99'
              MOVE '99'           TO E577-COD-RETURN
              MOVE E572-ERR-OUT   TO E577-ERR-OUT
           END-IF.
      *
      ******************************************************************
      *.PN CALL-CENTER-MAINT.                                          *
      ******************************************************************
       CALL-CENTER-MAINT.
      *
           INITIALIZE BGEC576
           MOVE V048-ACTION        TO E576-ACTION
           MOVE V048-ENT           TO E576-ENT
           MOVE V048-CEN-REG       TO E576-CEN
           MOVE V048-DES-CEN        TO E576-DES-CEN
           MOVE V048-USR-REQUEST    TO E576-USR-REQUEST
           MOVE E577-USR-APPROVE    TO E576-USR-APPROVE
           MOVE V048-ID-BATCH       TO E576-ID-BATCH
      *
           CALL 'BG9M5703' USING BGEC576 CA-QBEC999-01
      *
           MOVE E576-COD-RETURN TO E577-COD-APPLY
           IF E576-COD-RETURN EQUAL '99'
              MOVE '99'           TO E577-COD-RETURN
              MOVE E576-ERR-OUT   TO E577-ERR-OUT
           END-IF.
      *
      ******************************************************************
      *.PN REJECT-HELD-CHANGE.                                         *
      ******************************************************************
       REJECT-HELD-CHANGE.
      *
           MOVE CA-REJECTED TO V048-STA-PEND
           MOVE SPACES      TO V048-COD-APPLY
           PERFORM MARK-HELD-CHANGE.
      *
      ******************************************************************
      *.PN MARK-HELD-CHANGE.                                           *
      * THE 'W' TEST IS REPEATED IN THE WHERE CLAUSE SO TWO USERS      *
      * DECIDING THE SAME ROW AT ONCE CANNOT BOTH WIN: THE SECOND      *
      * UPDATES NOTHING AND COMES BACK '30'.                           *
      ******************************************************************
       MARK-HELD-CHANGE.
      *
           EXEC SQL
                UPDATE BGDT048
                   SET T048_STA_PEND    = :V048-STA-PEND,
                       T048_COD_APPLY   = :V048-COD-APPLY,
                       T048_USR_APPROVE = :E577-USR-APPROVE
                 WHERE T048_TIMESTAMP = :E577-TIMESTAMP
                   AND T048_STA_PEND  = :CA-AWAITING
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-NOT-FOUND
              MOVE '30' TO E577-COD-RETURN
           ELSE
              IF NOT SQL-88-OK
                 MOVE '99'       TO E577-COD-RETURN
                 MOVE SQLCODE    TO E577-SQLCODE
                 MOVE SQLERRM    TO E577-SQLERRM
                 MOVE 'BGDT048'  TO E577-DES-TABLE
                 MOVE 'UPDATE'   TO E577-REFERENCE
              END-IF
           END-IF.
      *
      * ALNOVA SERIAL NUMBER: 934F7F92 ********* DO NOT REMOVE *********
