      *   AND THEN RE-PRESENTS THE WHOLE BGUNMAT FILE ON BGRESUB IN    *
      *   THE BGMOVS LAYOUT SO THE NEXT BG9B5708 STEP RE-RUNS THE     *
      *   MATCH WITH THE ORIGINAL MOVEMENT DATES AND AMOUNTS INTACT.   *
      *   UNDER FOUR-EYES CONTROL THE APPLY CARD ALSO NAMES THE        *
      *   REQUESTING USER AND A BATCH ID: EACH SET-UP IS HELD ON       *
      *   BGDT048 ('60') UNTIL BG9B5716 APPROVES THE BATCH, AND THE    *
      *   MOVEMENTS OF A SET-UP STILL AWAITING APPROVAL SIMPLY FALL    *
      *   OUT UNMATCHED AGAIN AND COME ROUND ON THE NEXT CYCLE.        *
      *   BGRESUB CARRIES THE SAME HEADER AND TRAILER AS ANY BGMOVS    *
      *   FILE: SENDING SYSTEM 'BGRESUB', THE NEXT SEQUENCE NUMBER     *
      *   AFTER THE LAST ONE BG9B5708 REGISTERED FOR IT ON BGDT053,    *
      *   AND THE RUN'S BUSINESS DATE; THE TRAILER CARRIES THE DETAIL  *
      *   COUNT AND THE DEBIT AND CREDIT HASH TOTALS.                  *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGVC041                                                        *
      * BGGT044: TRANSITORY/CLEARING ACCOUNT CATALOG                   *
      * BGGT053: REGISTER OF MOVEMENT FILES TAKEN IN                   *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      *                                 FROM BGUNMAT AND, IN APPLY     *
      *                                 MODE, DRIVE BG9M5701 AND       *
      *                                 RE-PRESENT THE HELD MOVEMENTS  *
      *     BG9B5714   RSANTOS 26-10-15 FOUR-EYES CONTROL - REQUESTER  *
      *                                 AND BATCH ID ON THE APPLY      *
      *                                 CARD; SET-UPS HELD FOR BATCH   *
      *                                 APPROVAL ARE COUNTED APART     *
      *     BG9B5714   RSANTOS 26-10-15 HEADER AND TRAILER ON BGRESUB, *
      *                                 SEQUENCED FROM THE BGDT053     *
      *                                 FILE REGISTER                  *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      *
      * ONE CONTROL RECORD: THE APPLY SWITCH - 'N' TO PROPOSE ONLY,    *
      * 'S' TO APPLY THE APPROVED PROPOSED-SETUPS FILE AND RE-PRESENT  *
      * THE HELD MOVEMENTS - FOLLOWED, IN APPLY MODE, BY THE           *
      * REQUESTING USER AND THE BATCH ID THE SET-UPS ARE HELD UNDER.   *
       01  WP-PARM-RECORD.
           05 WP-APPLY-IND                 PIC X(01).
              88 WP-APPLY-YES                          VALUE 'S'.
              88 WP-APPLY-NO                           VALUE 'N'.
           05 WP-USR-REQUEST               PIC X(08).
           05 WP-ID-BATCH                  PIC X(08).
      *
       FD  WK-UNMATCHED-FILE.
      *
      *
      * THE BGMOVS INPUT LAYOUT BG9B5708 READS.                        *
       01  WM-RESUBMIT-RECORD.
           05 WM-TYP-REC                   PIC X(01).
           05 WM-ENT                       PIC X(04).
           05 WM-CEN-REG                    PIC X(04).
           05 WM-ACC                       PIC X(10).
           05 WM-FEC-MOV                   PIC X(10).
           05 WM-IMP-MOV                   PIC 9(13)V9(02).
           05 WM-SIG-MOV                   PIC X(01).
      *
       01  WM-HEADER-RECORD.
           05 WM-HDR-TYP-REC                PIC X(01).
           05 WM-HDR-SYS-SEND               PIC X(08).
           05 WM-HDR-NUM-SEQ                PIC 9(09).
           05 WM-HDR-FEC-BUSINESS           PIC X(10).
      *
       01  WM-TRAILER-RECORD.
           05 WM-TRL-TYP-REC                PIC X(01).
           05 WM-TRL-REC-COUNT              PIC 9(09).
           05 WM-TRL-HASH-DEBIT             PIC 9(15)V9(02).
           05 WM-TRL-HASH-CREDIT            PIC 9(15)V9(02).
      *
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
           EXEC SQL
             INCLUDE BGGT044
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT053
           END-EXEC.
      *
           COPY BGEC573.
      *
           05 VN-CAT-COUNT                  PIC S9(4)   COMP VALUE 0.
           05 VN-SETUP-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-REFUSED-COUNT              PIC S9(9)   COMP VALUE 0.
           05 VN-HELD-COUNT                 PIC S9(9)   COMP VALUE 0.
           05 VN-RESUB-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-IND-MIN                    PIC S9(4)   COMP.
      *
           05 CA-F                         PIC X(1)    VALUE 'F'.
           05 CA-P                         PIC X(1)    VALUE 'P'.
           05 CA-ACTIVE                    PIC X(1)    VALUE 'A'.
           05 CA-SYS-RESUB                 PIC X(8)    VALUE 'BGRESUB'.
           05 CA-TYP-HEADER                PIC X(1)    VALUE 'H'.
           05 CA-TYP-DETAIL                PIC X(1)    VALUE 'D'.
           05 CA-TYP-TRAILER               PIC X(1)    VALUE 'T'.
           05 CA-DEBIT                     PIC X(1)    VALUE 'D'.
           05 CA-CREDIT                    PIC X(1)    VALUE 'C'.
      *
      * TRAILER HASH TOTALS: THE NUMERIC AMOUNTS SIGNED 'D' AND 'C',   *
      * THE RULE BG9B5708 CHECKS THE FILE BY.                          *
       01 VA-HASH-TOTALS.
           05 WK-HASH-DEBIT                PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
           05 WK-HASH-CREDIT               PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
      *
      * ONE SLOT PER DISTINCT ENTITY/CENTER/ACCOUNT SEEN ON BGUNMAT.   *
      * THE FILE ARRIVES IN WHATEVER ORDER BG9B5708 HIT THE RECORDS,   *
              ELSE
                 IF WP-APPLY-YES
                    SET SW-APPLY-YES TO TRUE
                    IF WP-USR-REQUEST EQUAL SPACES
                       OR WP-ID-BATCH EQUAL SPACES
                       DISPLAY 'BG9B5714 - APPLY CARD NEEDS A '
                               'REQUESTER AND A BATCH ID'
                       SET SW-ABEND-YES TO TRUE
                    END-IF
                 ELSE
                    IF WP-APPLY-NO
                       SET SW-APPLY-NO TO TRUE
      ******************************************************************
      *.PN APPLY-PROPOSED-SETUPS.                                      *
      * APPLY MODE: EVERY RECORD LEFT ON THE APPROVED FILE IS DRIVEN   *
      * THROUGH BG9M5701 UNDER THE CARD'S REQUESTER AND BATCH ID, SO   *
      * A GOOD SET-UP COMES BACK '60', HELD FOR THE BATCH APPROVAL     *
      * (A ROW THAT TURNED UP ON ITS OWN SINCE THE PROPOSAL WAS CUT    *
      * IS ONLY REFUSED '20' WHEN THE BATCH IS APPROVED). '20' IS      *
      * STILL COUNTED AND SKIPPED; ANY OTHER REFUSAL COUNTS TOWARD     *
      * THE RETURN CODE 8 SO A HALF-APPROVED FILE IS LOOKED AT, AND    *
      * '99' ABENDS.                                                   *
      ******************************************************************
       APPLY-PROPOSED-SETUPS.
      *
                 MOVE WT-CEN        TO E573-CEN
                 MOVE WT-ACC        TO E573-ACC
                 MOVE WT-FLG-PLGACC  TO E573-FLG-PLGACC
                 MOVE WP-USR-REQUEST TO E573-USR-REQUEST
                 MOVE WP-ID-BATCH    TO E573-ID-BATCH
      *
                 CALL 'BG9M5701' USING BGEC573 WA-QBEC999-01
      *
                 EVALUATE E573-COD-RETURN
                   WHEN '00'
                     ADD CN-1 TO VN-SETUP-COUNT
                   WHEN '60'
                     ADD CN-1 TO VN-HELD-COUNT
                   WHEN '20'
                     DISPLAY 'BG9B5714 - ' WT-ENT '/' WT-CEN '/'
                              WT-ACC ' ALREADY SET UP, SKIPPED'
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-RES-OPEN-YES TO TRUE
                 PERFORM WRITE-RESUBMIT-HEADER
                 SET SW-END-NO TO TRUE
                 PERFORM RESUBMIT-ONE-MOVEMENT
                   UNTIL SW-END-YES OR SW-ABEND-YES
                 IF SW-ABEND-NO
                    PERFORM WRITE-RESUBMIT-TRAILER
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-RESUBMIT-HEADER.                                      *
      * THE SEQUENCE NUMBER IS THE NEXT ONE AFTER THE HIGHEST          *
      * BG9B5708 HAS REGISTERED FOR BGRESUB. A BGRESUB FILE THAT IS    *
      * REBUILT BEFORE THE FEED HAS TAKEN IT IN GETS THE SAME NUMBER   *
      * AGAIN, WHICH IS RIGHT - IT REPLACES THE ONE NEVER POSTED.      *
      ******************************************************************
       WRITE-RESUBMIT-HEADER.
      *
           MOVE CA-SYS-RESUB TO V053-SYS-SEND
      *
           EXEC SQL
                SELECT COALESCE(MAX(T053_NUM_SEQ), 0) + 1
                  INTO :V053-NUM-SEQ
                  FROM BGDT053
                 WHERE T053_SYS_SEND = :V053-SYS-SEND
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5714 - REGISTER SEQUENCE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              MOVE SPACES            TO WM-HEADER-RECORD
              MOVE CA-TYP-HEADER     TO WM-HDR-TYP-REC
              MOVE V053-SYS-SEND     TO WM-HDR-SYS-SEND
              MOVE V053-NUM-SEQ      TO WM-HDR-NUM-SEQ
              MOVE E574-FEC-BUSINESS TO WM-HDR-FEC-BUSINESS
      *
              WRITE WM-HEADER-RECORD
              IF WK-RES-STATUS NOT = '00'
                 DISPLAY 'BG9B5714 - RESUBMIT WRITE FAILED, '
                         'STATUS ' WK-RES-STATUS
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-RESUBMIT-TRAILER.                                     *
      ******************************************************************
       WRITE-RESUBMIT-TRAILER.
      *
           MOVE SPACES         TO WM-TRAILER-RECORD
           MOVE CA-TYP-TRAILER TO WM-TRL-TYP-REC
           MOVE VN-RESUB-COUNT TO WM-TRL-REC-COUNT
           MOVE WK-HASH-DEBIT  TO WM-TRL-HASH-DEBIT
           MOVE WK-HASH-CREDIT TO WM-TRL-HASH-CREDIT
      *
           WRITE WM-TRAILER-RECORD
           IF WK-RES-STATUS NOT = '00'
              DISPLAY 'BG9B5714 - RESUBMIT WRITE FAILED, '
                      'STATUS ' WK-RES-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN RESUBMIT-ONE-MOVEMENT.                                      *
      ******************************************************************
       RESUBMIT-ONE-MOVEMENT.
                          WK-UNM-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 MOVE CA-TYP-DETAIL TO WM-TYP-REC
                 MOVE WU-ENT     TO WM-ENT
                 MOVE WU-CEN-REG TO WM-CEN-REG
                 MOVE WU-ACC     TO WM-ACC
                    SET SW-ABEND-YES TO TRUE
                 ELSE
                    ADD CN-1 TO VN-RESUB-COUNT
                    IF WM-IMP-MOV NUMERIC
                       IF WM-SIG-MOV EQUAL CA-DEBIT
                          ADD WM-IMP-MOV TO WK-HASH-DEBIT
                       END-IF
                       IF WM-SIG-MOV EQUAL CA-CREDIT
                          ADD WM-IMP-MOV TO WK-HASH-CREDIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
           IF SW-APPLY-YES
              DISPLAY 'BG9B5714 - SET-UPS APPLIED: ' VN-SETUP-COUNT
              DISPLAY 'BG9B5714 - SET-UPS HELD FOR APPROVAL: '
                       VN-HELD-COUNT
              DISPLAY 'BG9B5714 - SET-UPS REFUSED: ' VN-REFUSED-COUNT
              DISPLAY 'BG9B5714 - MOVEMENTS RESUBMITTED: '
                       VN-RESUB-COUNT
