      * THE LAST APPLIED RECORD NUMBER, A COMMIT AT EVERY CHECKPOINT,  *
      * AND START/END ROWS ON BGDT045 THROUGH BG9C5701 SO A            *
      * HALF-APPLIED FILE IS VISIBLE AND RESTARTABLE.                  *
      * UNDER FOUR-EYES CONTROL THE CONTROL CARD ALSO NAMES THE        *
      * REQUESTING USER AND A BATCH ID. EVERY RECORD IS PASSED TO ITS  *
      * ROUTINE WITH THAT REQUESTER AND NO APPROVER, SO IT IS HELD ON  *
      * BGDT048 AWAITING APPROVAL ('60', COUNTED AND REPORTED AS       *
      * ACCEPTED) UNDER THE BATCH ID. BG9B5716 THEN APPROVES OR        *
      * REJECTS THE WHOLE BATCH IN ONE STEP UNDER A SECOND USER'S ID.  *
      * A FRESH RUN REFUSES A BATCH ID THE QUEUE HAS ALREADY SEEN SO   *
      * TWO FILES CANNOT BE APPROVED AS ONE BY ACCIDENT.               *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGVC041                                                        *
      * BGGT044: TRANSITORY/CLEARING ACCOUNT CATALOG                   *
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      * BGGT049: CENTER REFERENCE TABLE                                *
      *B.PR.E                                                          *
      ******************************************************************
      *                                 CHECKS TOO; NEW BULK ACTIONS   *
      *                                 'D'/'E' DRIVE THE BG9M5701     *
      *                                 SUSPEND AND REACTIVATE         *
      *     BG9B5711   RSANTOS 26-10-15 FOUR-EYES CONTROL - REQUESTER  *
      *                                 AND BATCH ID ON THE CONTROL    *
      *                                 CARD; RECORDS ARE HELD ON      *
      *                                 BGDT048 FOR BATCH APPROVAL     *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       FD  WK-PARM-FILE.
      *
      * ONE CONTROL RECORD: RESTART INDICATOR ('S'/'N') FOLLOWED BY    *
      * THE CHECKPOINT INTERVAL, THE REQUESTING USER AND THE BATCH ID, *
      * E.G. 'N00050JSMITH  MAR26R01' TO CHECKPOINT EVERY 50 RECORDS   *
      * ON A FRESH RUN OF BATCH MAR26R01 REQUESTED BY JSMITH.          *
       01  WP-PARM-RECORD.
           05 WP-RESTART-IND               PIC X(01).
              88 WP-RESTART-YES                        VALUE 'S'.
              88 WP-RESTART-NO                          VALUE 'N'.
           05 WP-CKPT-INTERVAL             PIC 9(05).
           05 WP-USR-REQUEST               PIC X(08).
           05 WP-ID-BATCH                  PIC X(08).
      *
       FD  WK-BULK-FILE.
      *
           EXEC SQL
             INCLUDE BGGT044
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT048
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT049
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 MOVE WP-CKPT-INTERVAL TO VN-CKPT-INTERVAL
                 MOVE WP-USR-REQUEST   TO V048-USR-REQUEST
                 MOVE WP-ID-BATCH      TO V048-ID-BATCH
                 IF WP-RESTART-YES
                    SET SW-RESTART-YES TO TRUE
                 ELSE
                    SET SW-RESTART-NO TO TRUE
                 END-IF
                 IF V048-USR-REQUEST EQUAL SPACES
                    OR V048-ID-BATCH EQUAL SPACES
                    DISPLAY 'BG9B5711 - CONTROL CARD NEEDS A REQUESTER '
                            'AND A BATCH ID'
                    SET SW-ABEND-YES TO TRUE
                 END-IF
              END-IF
              CLOSE WK-PARM-FILE
           END-IF.
      *
           IF SW-ABEND-NO AND SW-RESTART-NO
              PERFORM CHECK-BATCH-ID-UNUSED
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN OUTPUT WK-REJECT-FILE
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-BATCH-ID-UNUSED.                                      *
      * A FRESH RUN MUST START A NEW BATCH: IF THE QUEUE ALREADY HOLDS *
      * ANY ROW UNDER THIS BATCH ID THE RUN STOPS BEFORE READING THE   *
      * FILE. A RESTART SKIPS THE CHECK - ITS OWN FIRST RUN PUT THE    *
      * ROWS THERE.                                                    *
      ******************************************************************
       CHECK-BATCH-ID-UNUSED.
      *
           EXEC SQL
                SELECT COUNT(*)
                  INTO :VN-EXIST-COUNT
                  FROM BGDT048
                 WHERE T048_ID_BATCH = :V048-ID-BATCH
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5711 - BATCH ID CHECK FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              IF VN-EXIST-COUNT GREATER ZERO
                 DISPLAY 'BG9B5711 - BATCH ID ' V048-ID-BATCH
                         ' ALREADY ON BGDT048'
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN READ-LAST-CHECKPOINT.                                       *
      * READS THE CHECKPOINT LOG FROM THE PRIOR RUN TO THE LAST        *
      * RECORD, THEN RE-OPENS IT FOR EXTEND SO THIS RUN'S CHECKPOINTS  *
           MOVE WT-ACC           TO E571-ACC
           MOVE WT-FLG-PLGACC     TO E571-FLG-PLGACC-NEW
           MOVE WT-FEC-EFFECTIVE  TO E571-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST  TO E571-USR-REQUEST
           MOVE V048-ID-BATCH     TO E571-ID-BATCH
      *
           CALL 'BG9M5700' USING BGEC571 WA-QBEC999-01
      *
           MOVE WT-CEN           TO E573-CEN
           MOVE WT-ACC           TO E573-ACC
           MOVE WT-FLG-PLGACC     TO E573-FLG-PLGACC
           MOVE V048-USR-REQUEST  TO E573-USR-REQUEST
           MOVE V048-ID-BATCH     TO E573-ID-BATCH
      *
           CALL 'BG9M5701' USING BGEC573 WA-QBEC999-01
      *
           MOVE WT-CODCLACC      TO E572-CODCLACC
           MOVE WT-CLACC         TO E572-CLACC
           MOVE WT-FEC-EFFECTIVE  TO E572-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST  TO E572-USR-REQUEST
           MOVE V048-ID-BATCH     TO E572-ID-BATCH
      *
           CALL 'BG9M5702' USING BGEC572 WA-QBEC999-01
      *
      * '00' GOES TO THE APPLIED-CHANGES REPORT, AND SO DOES '50' - A  *
      * FUTURE-DATED RECORD THE ROUTINE ACCEPTED ONTO THE BGDT048      *
      * QUEUE, WITH THE '50' ON THE REPORT LINE SO THE GL TEAM CAN     *
      * SEE WHICH CHANGES WAIT FOR THEIR NIGHT, AND '60' - A RECORD    *
      * HELD FOR APPROVAL UNDER THE RUN'S BATCH ID. ANYTHING ELSE THE  *
      * ROUTINE REFUSED ('20', '30', '35', '40') GOES TO THE REJECTS   *
      * FILE WITH THE ROUTINE'S RETURN CODE AND THE FILE CARRIES ON.   *
      * EITHER WAY THE RECORD COUNTS TOWARD THE CHECKPOINT - A         *
      *
           IF WK-ROUTINE-RETURN EQUAL '00'
              OR WK-ROUTINE-RETURN EQUAL '50'
              OR WK-ROUTINE-RETURN EQUAL '60'
              ADD CN-1 TO VN-APPLIED-COUNT
              PERFORM WRITE-APPLIED-LINE
           ELSE
      *
           DISPLAY 'BG9B5711 - RECORDS READ: ' VN-REC-NUM.
           DISPLAY 'BG9B5711 - VALIDATION REJECTS: ' VN-INVALID-COUNT.
           DISPLAY 'BG9B5711 - BATCH ID: ' V048-ID-BATCH.
           DISPLAY 'BG9B5711 - ACCEPTED: ' VN-APPLIED-COUNT.
           DISPLAY 'BG9B5711 - REFUSED BY ROUTINE: ' VN-REJECT-COUNT.
      *
      ******************************************************************
