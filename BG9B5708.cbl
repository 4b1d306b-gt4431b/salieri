      * (DEBIT +, CREDIT -) TO THE BGDT047 RUNNING BALANCE FOR THE     *
      * ACCOUNT, SO THE AGING REPORT'S STALE ACCOUNTS CAN BE TRIAGED   *
      * BY WHETHER MONEY IS ACTUALLY STUCK IN THEM.                    *
      * EACH MOVEMENT POSTED TO A BALANCE IS ALSO WRITTEN, IN THE SAME *
      * UNIT OF WORK, AS AN OPEN ROW ON THE BGDT052 CLEARING LEDGER,   *
      * WHERE BG9B5718 MATCHES IT AGAINST ITS OFFSET; THE OPEN LEDGER  *
      * ROWS OF AN ACCOUNT THEREFORE ALWAYS EXPLAIN ITS BALANCE.       *
      * MOVEMENTS FOR ACCOUNTS THE MASTER TABLE DOES NOT KNOW (AND     *
      * RECORDS WITH NO MOVEMENT DATE, A NON-NUMERIC AMOUNT OR AN      *
      * UNRECOGNIZED SIGN) GO TO AN UNMATCHED-MOVEMENTS EXCEPTION      *
      * CARRIES THE LAST RECORD NUMBER COMMITTED, AND A RESTART RUN    *
      * SKIPS THE COMMITTED PREFIX OF THE FILE MECHANICALLY INSTEAD    *
      * OF ANYONE HAND-TRIMMING THE FEED.                              *
      * THE CHECKPOINT CANNOT HELP WITH A FILE SENT TWICE OR CUT       *
      * SHORT, SO THE FILE NOW OPENS WITH A HEADER (SENDING SYSTEM,    *
      * FILE SEQUENCE NUMBER, BUSINESS DATE) AND CLOSES WITH A         *
      * TRAILER (DETAIL RECORD COUNT, DEBIT AND CREDIT HASH TOTALS -   *
      * THE SUMS OF THE NUMERIC AMOUNTS SIGNED 'D' AND 'C'). BEFORE    *
      * ANYTHING IS POSTED THE WHOLE FILE IS READ ONCE AND CHECKED     *
      * AGAINST ITS TRAILER AND AGAINST THE BGDT053 REGISTER OF FILES  *
      * ALREADY TAKEN IN: A DUPLICATE, A SEQUENCE NUMBER THAT IS NOT   *
      * THE NEXT ONE FOR ITS SENDER, OR A FILE OUT OF BALANCE WITH     *
      * ITS TRAILER IS REFUSED WHOLE WITH RETURN CODE 12 AND THE       *
      * REASON ON THE BGREPCTL CONTROL REPORT. AN ACCEPTED FILE IS     *
      * REGISTERED 'P' BEFORE POSTING STARTS AND 'A' WITH THE FINAL    *
      * COMMIT; A RESTART ('S') MAY RESUME ITS OWN 'P' FILE, A FRESH   *
      * RUN MAY NOT.                                                   *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGVC041                                                        *
      * BGGT047: RUNNING BALANCE PER CLEARING ACCOUNT                  *
      * BGGT052: CLEARING LEDGER OF POSTED MOVEMENTS                   *
      * BGGT053: REGISTER OF MOVEMENT FILES TAKEN IN                   *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      *                                 NOT IDEMPOTENT, SO A RERUN     *
      *                                 NOW SKIPS THE COMMITTED        *
      *                                 PREFIX FROM THE BGCKPT FILE    *
      *     BG9B5708   RSANTOS 26-10-15 EVERY POSTED MOVEMENT IS ALSO  *
      *                                 WRITTEN OPEN TO THE BGDT052    *
      *                                 CLEARING LEDGER                *
      *     BG9B5708   RSANTOS 26-10-15 HEADER/TRAILER CONTROLS AND    *
      *                                 THE BGDT053 FILE REGISTER -    *
      *                                 DUPLICATE, OUT-OF-SEQUENCE OR  *
      *                                 OUT-OF-BALANCE FILES REFUSED   *
      *                                 WITH RC 12 BEFORE POSTING      *
      *     BG9B5708   RSANTOS 26-10-15 A RESTART OF A FILE NOT ON THE *
      *                                 REGISTER IS REFUSED WITH RC 12 *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           SELECT WK-CHECKPOINT-FILE ASSIGN TO BGCKPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-CKPT-STATUS.
      *
           SELECT WK-CONTROL-FILE ASSIGN TO BGREPCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-CTL-STATUS.
      *
      ******************************************************************
      *                       DATA DIVISION                            *
      *
       FD  WK-MOVEMENT-FILE.
      *
      * EVERY RECORD OPENS WITH ITS TYPE: ONE HEADER ('H') FIRST, THE  *
      * MOVEMENTS ('D'), ONE TRAILER ('T') LAST.                       *
       01  WM-MOVEMENT-RECORD.
           05 WM-TYP-REC                   PIC X(01).
              88 WM-TYP-HEADER                         VALUE 'H'.
              88 WM-TYP-DETAIL                         VALUE 'D'.
              88 WM-TYP-TRAILER                        VALUE 'T'.
           05 WM-ENT                       PIC X(04).
           05 WM-CEN-REG                    PIC X(04).
           05 WM-ACC                       PIC X(10).
           05 WM-SIG-MOV                   PIC X(01).
              88 WM-SIG-DEBIT                          VALUE 'D'.
              88 WM-SIG-CREDIT                         VALUE 'C'.
      *
       01  WM-HEADER-RECORD.
           05 FILLER                       PIC X(01).
           05 WM-HDR-SYS-SEND               PIC X(08).
           05 WM-HDR-NUM-SEQ                PIC 9(09).
           05 WM-HDR-FEC-BUSINESS           PIC X(10).
      *
       01  WM-TRAILER-RECORD.
           05 FILLER                       PIC X(01).
           05 WM-TRL-REC-COUNT              PIC 9(09).
           05 WM-TRL-HASH-DEBIT             PIC 9(15)V9(02).
           05 WM-TRL-HASH-CREDIT            PIC 9(15)V9(02).
      *
       FD  WK-UNMATCHED-FILE.
      *
      * THE DETAIL FIELDS OF THE UNMATCHED MOVEMENT, WITHOUT ITS       *
      * RECORD TYPE. BG9B5714 RE-PRESENTS THEM ON BGRESUB, WITH A      *
      * HEADER AND TRAILER, ONCE THE ACCOUNT IS SET UP (BG9M5701).     *
       01  WU-UNMATCHED-RECORD.
           05 WU-ENT                       PIC X(04).
           05 WU-CEN-REG                    PIC X(04).
       01  WC-CHECKPOINT-RECORD.
           05 WC-REC-NUM                   PIC 9(09).
           05 WC-COUNT                     PIC 9(09).
      *
       FD  WK-CONTROL-FILE.
      *
       01  WE-CONTROL-LINE                 PIC X(80).
      *
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
           EXEC SQL
             INCLUDE BGGT047
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT052
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGGT053
           END-EXEC.
      *
           COPY BGEC574.
      *
       01 WK-MOV-STATUS                    PIC X(02).
       01 WK-UNM-STATUS                    PIC X(02).
       01 WK-CKPT-STATUS                   PIC X(02).
       01 WK-CTL-STATUS                    PIC X(02).
      *
       01  VA-SWITCHES.
           05 SW-END                       PIC X(1)    VALUE 'N'.
           05 SW-RESTART                   PIC X(1)    VALUE 'N'.
              88 SW-RESTART-YES                        VALUE 'S'.
              88 SW-RESTART-NO                         VALUE 'N'.
      *
           05 SW-CTL-OPEN                  PIC X(1)    VALUE 'N'.
              88 SW-CTL-OPEN-YES                       VALUE 'S'.
              88 SW-CTL-OPEN-NO                        VALUE 'N'.
      *
           05 SW-REFUSED                   PIC X(1)    VALUE 'N'.
              88 SW-REFUSED-YES                        VALUE 'S'.
              88 SW-REFUSED-NO                         VALUE 'N'.
      *
           05 SW-TRAILER-SEEN               PIC X(1)    VALUE 'N'.
              88 SW-TRAILER-SEEN-YES                   VALUE 'S'.
              88 SW-TRAILER-SEEN-NO                    VALUE 'N'.
      *
           05 SW-REGISTERED                PIC X(1)    VALUE 'N'.
              88 SW-REGISTERED-YES                     VALUE 'S'.
              88 SW-REGISTERED-NO                      VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-REC-NUM                    PIC 9(09)   COMP VALUE 0.
           05 VN-STALE-COUNT                PIC S9(9)   COMP VALUE 0.
           05 VN-UNM-COUNT                  PIC S9(9)   COMP VALUE 0.
           05 VN-BAL-COUNT                  PIC S9(9)   COMP VALUE 0.
           05 VN-LEDGER-COUNT               PIC S9(9)   COMP VALUE 0.
           05 VN-EXIST-COUNT                PIC S9(9)   COMP.
           05 VN-SINCE-COMMIT               PIC S9(4)   COMP VALUE 0.
           05 VN-CTL-RECORDS                PIC S9(9)   COMP VALUE 0.
           05 VN-CTL-DETAILS                PIC S9(9)   COMP VALUE 0.
           05 VN-LAST-SEQ                   PIC S9(9)   COMP VALUE 0.
           05 VN-IND-LAST-SEQ               PIC S9(4)   COMP VALUE -1.
           05 VN-OPEN-FILES                 PIC S9(9)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-COMMIT-INTERVAL           PIC 9(4)    VALUE 500.
           05 CA-OPEN                      PIC X(1)    VALUE 'O'.
           05 CA-POSTING                   PIC X(1)    VALUE 'P'.
           05 CA-ACCEPTED                  PIC X(1)    VALUE 'A'.
      *
       01 VA-CONTROL-FIELDS.
           05 WK-REFUSE-REASON             PIC X(40)   VALUE SPACES.
           05 WK-HASH-DEBIT                PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
           05 WK-HASH-CREDIT               PIC S9(15)V9(02) COMP-3
                                                       VALUE 0.
      *
       01 WK-CTL-HEADER-LINE.
           05 FILLER                       PIC X(16)    VALUE
              'SENDING SYSTEM: '.
           05 WL-SYS-SEND                  PIC X(08).
           05 FILLER                       PIC X(17)    VALUE
              '  FILE SEQUENCE: '.
           05 WL-NUM-SEQ                   PIC Z(08)9.
           05 FILLER                       PIC X(17)    VALUE
              '  BUSINESS DATE: '.
           05 WL-FEC-BUSINESS               PIC X(10).
      *
       01 WK-CTL-TITLE-LINE.
           05 FILLER                       PIC X(12)    VALUE SPACES.
           05 FILLER                       PIC X(21)    VALUE
              '              TRAILER'.
           05 FILLER                       PIC X(21)    VALUE
              '              COUNTED'.
      *
       01 WK-CTL-COUNT-LINE.
           05 FILLER                       PIC X(12)    VALUE
              'RECORDS'.
           05 WL-CNT-TRAILER               PIC Z(20)9.
           05 WL-CNT-COUNTED               PIC Z(20)9.
      *
       01 WK-CTL-TOTAL-LINE.
           05 WL-TOT-DES                   PIC X(12).
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WL-TOT-TRAILER               PIC -(16)9,99.
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WL-TOT-COUNTED               PIC -(16)9,99.
      *
       01 WK-CTL-SEQUENCE-LINE.
           05 FILLER                       PIC X(34)    VALUE
              'NEXT SEQUENCE EXPECTED FROM SENDER'.
           05 FILLER                       PIC X(01)    VALUE SPACE.
           05 WL-NEXT-SEQ                  PIC Z(08)9.
      *
       01 WK-CTL-OUTCOME-LINE.
           05 FILLER                       PIC X(09)    VALUE
              'OUTCOME: '.
           05 WL-OUTCOME                   PIC X(11).
           05 WL-REASON                    PIC X(40).
      *
           EXEC SQL
             INCLUDE SQLCA
      *
           IF SW-ABEND-YES
              MOVE 16 TO RETURN-CODE
           ELSE
              IF SW-REFUSED-YES
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM RUN-CONTROL-END.
      *
      ******************************************************************
      *.PN INITIALIZE-FEED.                                            *
      * READS THE RESTART CARD, CHECKS THE FILE'S CONTROLS, OPENS THE  *
      * FILES AND, ON A RESTART, READS THE CHECKPOINT LOG TO THE LAST  *
      * RECORD SO THE MAIN LOOP KNOWS HOW MUCH OF THE FEED IS ALREADY  *
      * COMMITTED. THE UNMATCHED FILE IS OPENED EXTEND ON A RESTART    *
      * SO THE ECHOES ALREADY CUT BEFORE THE ABEND ARE KEPT. A         *
      * REFUSED FILE OPENS NOTHING FURTHER AND ENDS THE RUN WITH THE   *
      * MAIN LOOP NEVER ENTERED.                                       *
      ******************************************************************
       INITIALIZE-FEED.
      *
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM CHECK-FILE-CONTROLS
              IF SW-REFUSED-YES
                 SET SW-END-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND SW-REFUSED-NO
              OPEN INPUT WK-MOVEMENT-FILE
              IF WK-MOV-STATUS NOT = '00'
                 DISPLAY 'BG9B5708 - MOVEMENTS OPEN FAILED, STATUS '
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND SW-REFUSED-NO
              IF SW-RESTART-YES
                 OPEN EXTEND WK-UNMATCHED-FILE
              ELSE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND SW-REFUSED-NO
              IF SW-RESTART-YES
                 PERFORM READ-LAST-CHECKPOINT
              ELSE
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-FILE-CONTROLS.                                        *
      * READS THE WHOLE FILE ONCE BEFORE ANYTHING IS POSTED: THE       *
      * FIRST RECORD MUST BE THE HEADER AND THE LAST THE TRAILER, AND  *
      * THE DETAIL COUNT AND THE DEBIT AND CREDIT HASH TOTALS MUST     *
      * AGREE WITH THE TRAILER. A FILE THAT BALANCES IS THEN CHECKED   *
      * AGAINST THE BGDT053 REGISTER AND, IF IT IS THE NEXT ONE DUE    *
      * FROM ITS SENDER, REGISTERED 'P' AND COMMITTED BEFORE THE       *
      * POSTING PASS OPENS THE FILE AGAIN. THE FIRST REASON FOUND IS   *
      * THE ONE THE FILE IS REFUSED FOR. THE CONTROL REPORT IS         *
      * WRITTEN EITHER WAY.                                            *
      ******************************************************************
       CHECK-FILE-CONTROLS.
      *
           OPEN OUTPUT WK-CONTROL-FILE
           IF WK-CTL-STATUS NOT = '00'
              DISPLAY 'BG9B5708 - BGREPCTL OPEN FAILED, STATUS '
                       WK-CTL-STATUS
              SET SW-ABEND-YES TO TRUE
           ELSE
              SET SW-CTL-OPEN-YES TO TRUE
           END-IF.
      *
           IF SW-ABEND-NO
              OPEN INPUT WK-MOVEMENT-FILE
              IF WK-MOV-STATUS NOT = '00'
                 DISPLAY 'BG9B5708 - MOVEMENTS OPEN FAILED, STATUS '
                          WK-MOV-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 INITIALIZE DCL-BGDT053
                 PERFORM TALLY-FEED-RECORD
                   UNTIL SW-END-YES OR SW-ABEND-YES
                 CLOSE WK-MOVEMENT-FILE
                 SET SW-END-NO TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND WK-REFUSE-REASON EQUAL SPACES
              PERFORM CHECK-FEED-TOTALS
           END-IF.
      *
           IF SW-ABEND-NO AND WK-REFUSE-REASON EQUAL SPACES
              PERFORM CHECK-FILE-REGISTER
           END-IF.
      *
           IF SW-ABEND-NO AND WK-REFUSE-REASON EQUAL SPACES
              IF SW-REGISTERED-NO
                 PERFORM REGISTER-FEED-FILE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO AND WK-REFUSE-REASON NOT EQUAL SPACES
              SET SW-REFUSED-YES TO TRUE
           END-IF.
      *
           IF SW-CTL-OPEN-YES
              PERFORM WRITE-CONTROL-REPORT
           END-IF.
      *
      ******************************************************************
      *.PN TALLY-FEED-RECORD.                                          *
      * THE FILE IS ALWAYS READ TO THE END SO THE REPORT CAN SHOW THE  *
      * FULL COUNT AND HASHES EVEN WHEN AN EARLIER RECORD HAS ALREADY  *
      * DECIDED THE REFUSAL. THE HASHES TAKE ONLY DETAILS WITH A       *
      * NUMERIC AMOUNT AND A 'D' OR 'C' SIGN - THE SAME RULE EVERY     *
      * WRITER OF THE FILE APPLIES WHEN IT BUILDS ITS TRAILER.         *
      ******************************************************************
       TALLY-FEED-RECORD.
      *
           READ WK-MOVEMENT-FILE
           IF WK-MOV-STATUS = '10'
              SET SW-END-YES TO TRUE
           ELSE
              IF WK-MOV-STATUS NOT = '00'
                 DISPLAY 'BG9B5708 - MOVEMENTS READ FAILED, STATUS '
                          WK-MOV-STATUS
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 ADD 1 TO VN-CTL-RECORDS
                 PERFORM CHECK-FEED-RECORD
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-FEED-RECORD.                                          *
      ******************************************************************
       CHECK-FEED-RECORD.
      *
           IF SW-TRAILER-SEEN-YES
              IF WK-REFUSE-REASON EQUAL SPACES
                 MOVE 'RECORDS AFTER THE TRAILER'
                   TO WK-REFUSE-REASON
              END-IF
           END-IF.
      *
           EVALUATE TRUE
              WHEN WM-TYP-HEADER AND VN-CTL-RECORDS EQUAL 1
                 MOVE WM-HDR-SYS-SEND     TO V053-SYS-SEND
                 MOVE WM-HDR-FEC-BUSINESS TO V053-FEC-BUSINESS
                 IF WM-HDR-NUM-SEQ NUMERIC
                    MOVE WM-HDR-NUM-SEQ   TO V053-NUM-SEQ
                 END-IF
                 IF WM-HDR-SYS-SEND EQUAL SPACES
                    OR WM-HDR-FEC-BUSINESS EQUAL SPACES
                    OR V053-NUM-SEQ NOT GREATER ZERO
                    MOVE 'HEADER INCOMPLETE' TO WK-REFUSE-REASON
                 END-IF
              WHEN VN-CTL-RECORDS EQUAL 1
                 MOVE 'NO HEADER RECORD' TO WK-REFUSE-REASON
              WHEN WM-TYP-HEADER
                 IF WK-REFUSE-REASON EQUAL SPACES
                    MOVE 'SECOND HEADER RECORD' TO WK-REFUSE-REASON
                 END-IF
              WHEN WM-TYP-TRAILER
                 SET SW-TRAILER-SEEN-YES TO TRUE
                 IF WM-TRL-REC-COUNT NUMERIC
                    AND WM-TRL-HASH-DEBIT NUMERIC
                    AND WM-TRL-HASH-CREDIT NUMERIC
                    MOVE WM-TRL-REC-COUNT   TO V053-REC-COUNT
                    MOVE WM-TRL-HASH-DEBIT  TO V053-IMP-DEBIT
                    MOVE WM-TRL-HASH-CREDIT TO V053-IMP-CREDIT
                 ELSE
                    IF WK-REFUSE-REASON EQUAL SPACES
                       MOVE 'TRAILER INCOMPLETE' TO WK-REFUSE-REASON
                    END-IF
                 END-IF
              WHEN WM-TYP-DETAIL
                 ADD 1 TO VN-CTL-DETAILS
                 IF WM-IMP-MOV NUMERIC
                    IF WM-SIG-DEBIT
                       ADD WM-IMP-MOV TO WK-HASH-DEBIT
                    END-IF
                    IF WM-SIG-CREDIT
                       ADD WM-IMP-MOV TO WK-HASH-CREDIT
                    END-IF
                 END-IF
              WHEN OTHER
                 IF WK-REFUSE-REASON EQUAL SPACES
                    MOVE 'UNKNOWN RECORD TYPE' TO WK-REFUSE-REASON
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *.PN CHECK-FEED-TOTALS.                                          *
      ******************************************************************
       CHECK-FEED-TOTALS.
      *
           IF VN-CTL-RECORDS EQUAL ZERO
              MOVE 'EMPTY FILE' TO WK-REFUSE-REASON
           ELSE
              IF SW-TRAILER-SEEN-NO
                 MOVE 'NO TRAILER RECORD - FILE CUT SHORT'
                   TO WK-REFUSE-REASON
              ELSE
                 IF VN-CTL-DETAILS NOT EQUAL V053-REC-COUNT
                    MOVE 'RECORD COUNT OUT OF BALANCE'
                      TO WK-REFUSE-REASON
                 ELSE
                    IF WK-HASH-DEBIT NOT EQUAL V053-IMP-DEBIT
                       MOVE 'DEBIT HASH TOTAL OUT OF BALANCE'
                         TO WK-REFUSE-REASON
                    ELSE
                       IF WK-HASH-CREDIT NOT EQUAL V053-IMP-CREDIT
                          MOVE 'CREDIT HASH TOTAL OUT OF BALANCE'
                            TO WK-REFUSE-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-FILE-REGISTER.                                        *
      * A ROW ALREADY ON THE REGISTER FOR THIS SENDER AND SEQUENCE IS  *
      * A DUPLICATE - EXCEPT ON A RESTART, WHERE A 'P' ROW IS THE      *
      * FILE THE ABENDED RUN REGISTERED AND IS EXACTLY WHAT IS BEING   *
      * RESUMED. A FRESH RUN AGAINST A 'P' ROW WOULD POST THE          *
      * COMMITTED PREFIX A SECOND TIME, SO IT IS REFUSED AND THE       *
      * OPERATOR TOLD TO RESTART INSTEAD. A RESTART OF A FILE WITH NO  *
      * ROW AT ALL IS REFUSED TOO: NOTHING OF IT WAS EVER POSTED, AND  *
      * THE BGCKPT IT WOULD RESUME FROM BELONGS TO ANOTHER FILE.       *
      ******************************************************************
       CHECK-FILE-REGISTER.
      *
           EXEC SQL
                SELECT T053_STA_FILE
                  INTO :V053-STA-FILE
                  FROM BGDT053
                 WHERE T053_SYS_SEND = :V053-SYS-SEND
                   AND T053_NUM_SEQ  = :V053-NUM-SEQ
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-OK
              IF V053-STA-POSTING
                 IF SW-RESTART-YES
                    SET SW-REGISTERED-YES TO TRUE
                 ELSE
                    MOVE 'PART POSTED - RERUN AS A RESTART'
                      TO WK-REFUSE-REASON
                 END-IF
              ELSE
                 MOVE 'DUPLICATE - FILE ALREADY POSTED'
                   TO WK-REFUSE-REASON
              END-IF
           ELSE
              IF SQL-88-NOT-FOUND
                 IF SW-RESTART-YES
                    MOVE 'RESTART OF A FILE NEVER REGISTERED'
                      TO WK-REFUSE-REASON
                 ELSE
                    PERFORM CHECK-FILE-SEQUENCE
                 END-IF
              ELSE
                 DISPLAY 'BG9B5708 - REGISTER READ FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-FILE-SEQUENCE.                                        *
      * A NEW FILE MUST CARRY THE NEXT SEQUENCE NUMBER AFTER THE       *
      * HIGHEST ONE REGISTERED FOR ITS SENDER, AND THE SENDER'S        *
      * PREVIOUS FILE MUST HAVE FINISHED POSTING. THE FIRST FILE EVER  *
      * TAKEN FROM A SENDER SETS ITS STARTING NUMBER.                  *
      ******************************************************************
       CHECK-FILE-SEQUENCE.
      *
           EXEC SQL
                SELECT MAX(T053_NUM_SEQ),
                       COUNT(CASE WHEN T053_STA_FILE = :CA-POSTING
                                  THEN 1 END)
                  INTO :VN-LAST-SEQ :VN-IND-LAST-SEQ,
                       :VN-OPEN-FILES
                  FROM BGDT053
                 WHERE T053_SYS_SEND = :V053-SYS-SEND
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5708 - REGISTER SEQUENCE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              IF VN-OPEN-FILES GREATER ZERO
                 MOVE 'PREVIOUS FILE FROM SENDER NOT FINISHED'
                   TO WK-REFUSE-REASON
              ELSE
                 IF VN-IND-LAST-SEQ NOT LESS ZERO
                    AND V053-NUM-SEQ NOT EQUAL VN-LAST-SEQ + 1
                    MOVE 'OUT OF SEQUENCE' TO WK-REFUSE-REASON
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN REGISTER-FEED-FILE.                                         *
      * THE ROW IS COMMITTED ON ITS OWN BEFORE THE FIRST POSTING, SO   *
      * FROM HERE ON ANY RERUN OF THE SAME FILE IS EITHER ITS RESTART  *
      * OR A DUPLICATE.                                                *
      ******************************************************************
       REGISTER-FEED-FILE.
      *
           EXEC SQL
                INSERT INTO BGDT053
                       (T053_SYS_SEND, T053_NUM_SEQ, T053_FEC_BUSINESS,
                        T053_REC_COUNT, T053_IMP_DEBIT, T053_IMP_CREDIT,
                        T053_STA_FILE, T053_PGM_ID, T053_TIMESTAMP)
                VALUES (:V053-SYS-SEND, :V053-NUM-SEQ,
                        :V053-FEC-BUSINESS, :V053-REC-COUNT,
                        :V053-IMP-DEBIT, :V053-IMP-CREDIT,
                        :CA-POSTING, 'BG9B5708', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-OK
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 DISPLAY 'BG9B5708 - COMMIT FAILED, SQLCODE ' SQLCODE
                 SET SW-ABEND-YES TO TRUE
              ELSE
                 SET SW-REGISTERED-YES TO TRUE
              END-IF
           ELSE
              IF SQL-88-DUPLICATE
                 MOVE 'DUPLICATE - FILE ALREADY POSTED'
                   TO WK-REFUSE-REASON
              ELSE
                 DISPLAY 'BG9B5708 - REGISTER INSERT FAILED, SQLCODE '
                          SQLCODE
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-CONTROL-REPORT.                                       *
      * ONE PAGE PER RUN FOR THE OPERATOR: WHAT THE HEADER SAID, THE   *
      * TRAILER'S FIGURES AGAINST WHAT WAS ACTUALLY COUNTED, THE NEXT  *
      * SEQUENCE THE REGISTER WAS EXPECTING WHEN IT WAS CONSULTED, AND *
      * WHETHER THE FILE WAS ACCEPTED OR WHY IT WAS REFUSED.           *
      ******************************************************************
       WRITE-CONTROL-REPORT.
      *
           MOVE V053-SYS-SEND     TO WL-SYS-SEND
           MOVE V053-NUM-SEQ      TO WL-NUM-SEQ
           MOVE V053-FEC-BUSINESS TO WL-FEC-BUSINESS
           MOVE WK-CTL-HEADER-LINE TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
      *
           MOVE SPACES            TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE WK-CTL-TITLE-LINE TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
      *
           MOVE V053-REC-COUNT    TO WL-CNT-TRAILER
           MOVE VN-CTL-DETAILS    TO WL-CNT-COUNTED
           MOVE WK-CTL-COUNT-LINE TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
      *
           MOVE 'DEBITS'          TO WL-TOT-DES
           MOVE V053-IMP-DEBIT    TO WL-TOT-TRAILER
           MOVE WK-HASH-DEBIT     TO WL-TOT-COUNTED
           MOVE WK-CTL-TOTAL-LINE TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
      *
           MOVE 'CREDITS'         TO WL-TOT-DES
           MOVE V053-IMP-CREDIT   TO WL-TOT-TRAILER
           MOVE WK-HASH-CREDIT    TO WL-TOT-COUNTED
           MOVE WK-CTL-TOTAL-LINE TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
      *
           IF VN-IND-LAST-SEQ NOT LESS ZERO
              COMPUTE WL-NEXT-SEQ = VN-LAST-SEQ + 1
              MOVE WK-CTL-SEQUENCE-LINE TO WE-CONTROL-LINE
              PERFORM WRITE-CONTROL-LINE
           END-IF.
      *
           EVALUATE TRUE
              WHEN SW-ABEND-YES
                 MOVE 'NOT CHECKED'       TO WL-OUTCOME
                 MOVE 'RUN ABENDED - SEE JOB LOG' TO WL-REASON
              WHEN SW-REFUSED-YES
                 MOVE 'REFUSED -'         TO WL-OUTCOME
                 MOVE WK-REFUSE-REASON    TO WL-REASON
              WHEN SW-RESTART-YES
                 MOVE 'ACCEPTED'          TO WL-OUTCOME
                 MOVE 'RESTART OF A REGISTERED FILE' TO WL-REASON
              WHEN OTHER
                 MOVE 'ACCEPTED'          TO WL-OUTCOME
                 MOVE SPACES              TO WL-REASON
           END-EVALUATE
      *
           MOVE SPACES              TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE WK-CTL-OUTCOME-LINE TO WE-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE.
      *
      ******************************************************************
      *.PN WRITE-CONTROL-LINE.                                         *
      ******************************************************************
       WRITE-CONTROL-LINE.
      *
           WRITE WE-CONTROL-LINE
           IF WK-CTL-STATUS NOT = '00'
              DISPLAY 'BG9B5708 - BGREPCTL WRITE FAILED, STATUS '
                       WK-CTL-STATUS
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN PROCESS-MOVEMENT.                                           *
      * RECORDS AT OR BEFORE THE LAST CHECKPOINT WERE FULLY POSTED     *
      * AND COMMITTED BY THE RUN THAT ABENDED - ON A RESTART THEY ARE  *
      * READ PAST WITHOUT TOUCHING ANYTHING, WHICH IS WHAT KEEPS THE   *
      * NON-IDEMPOTENT BALANCE POSTING FROM DOUBLING UP. THE HEADER    *
      * AND TRAILER COUNT AS RECORDS FOR THE CHECKPOINT BUT ARE NOT    *
      * MOVEMENTS - CHECK-FILE-CONTROLS HAS ALREADY DEALT WITH THEM.   *
      ******************************************************************
       PROCESS-MOVEMENT.
      *
              ELSE
                 ADD 1 TO VN-REC-NUM
                 IF VN-REC-NUM GREATER VN-CKPT-REC-NUM
                    AND WM-TYP-DETAIL
                    ADD 1 TO VN-READ-COUNT
                    IF WM-FEC-MOV EQUAL SPACES
                       OR WM-IMP-MOV NOT NUMERIC
                 SET SW-ABEND-YES TO TRUE
              END-IF
           END-IF.
      *
           IF SW-ABEND-NO
              PERFORM INSERT-LEDGER-ROW
           END-IF.
      *
      ******************************************************************
      *.PN INSERT-BALANCE-ROW.                                         *
           END-IF.
      *
      ******************************************************************
      *.PN INSERT-LEDGER-ROW.                                          *
      * WRITES THE MOVEMENT JUST POSTED TO THE BALANCE AS AN OPEN      *
      * BGDT052 ROW WITH THE SAME SIGNED AMOUNT. IT SHARES THE         *
      * BALANCE POSTING'S UNIT OF WORK AND CHECKPOINT, SO A RESTART    *
      * NEVER LEAVES ONE WITHOUT THE OTHER.                            *
      ******************************************************************
       INSERT-LEDGER-ROW.
      *
           MOVE V047-ENT          TO V052-ENT
           MOVE V047-CEN-REG      TO V052-CEN-REG
           MOVE V047-ACC          TO V052-ACC
           MOVE WM-FEC-MOV        TO V052-FEC-MOV
           MOVE V047-IMP-BALANCE  TO V052-IMP-MOV
           MOVE WM-SIG-MOV        TO V052-SIG-MOV
           MOVE E574-FEC-BUSINESS TO V052-FEC-BUSINESS
           MOVE VN-REC-NUM        TO V052-REC-NUM
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
              DISPLAY 'BG9B5708 - LEDGER INSERT FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           ELSE
              ADD 1 TO VN-LEDGER-COUNT
           END-IF.
      *
      ******************************************************************
      *.PN WRITE-UNMATCHED-RECORD.                                     *
      ******************************************************************
       WRITE-UNMATCHED-RECORD.
           END-IF.
      *
      ******************************************************************
      *.PN MARK-FILE-ACCEPTED.                                         *
      * THE REGISTER ROW GOES TO 'A' IN THE SAME UNIT OF WORK AS THE   *
      * LAST POSTINGS, SO THE FILE IS EITHER WHOLLY POSTED AND         *
      * ACCEPTED OR STILL 'P' AND WAITING FOR ITS RESTART.             *
      ******************************************************************
       MARK-FILE-ACCEPTED.
      *
           EXEC SQL
                UPDATE BGDT053
                   SET T053_STA_FILE = :CA-ACCEPTED
                 WHERE T053_SYS_SEND = :V053-SYS-SEND
                   AND T053_NUM_SEQ  = :V053-NUM-SEQ
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              DISPLAY 'BG9B5708 - REGISTER UPDATE FAILED, SQLCODE '
                       SQLCODE
              SET SW-ABEND-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN TERMINATE-FEED.                                             *
      ******************************************************************
       TERMINATE-FEED.
      *
           IF SW-ABEND-NO AND SW-REFUSED-NO
              PERFORM MARK-FILE-ACCEPTED
           END-IF.
      *
           IF SW-ABEND-NO AND SW-REFUSED-NO
              PERFORM COMMIT-FEED-WORK
           END-IF.
      *
              CLOSE WK-CHECKPOINT-FILE
           END-IF.
      *
           IF SW-CTL-OPEN-YES
              CLOSE WK-CONTROL-FILE
           END-IF.
      *
           IF SW-REFUSED-YES
              DISPLAY 'BG9B5708 - FILE REFUSED: ' WK-REFUSE-REASON
           END-IF.
           DISPLAY 'BG9B5708 - MOVEMENTS READ: ' VN-READ-COUNT.
           DISPLAY 'BG9B5708 - DATES POSTED: ' VN-UPD-COUNT.
           DISPLAY 'BG9B5708 - NOT LATER, SKIPPED: ' VN-STALE-COUNT.
           DISPLAY 'BG9B5708 - BALANCES POSTED: ' VN-BAL-COUNT.
           DISPLAY 'BG9B5708 - LEDGER ROWS WRITTEN: ' VN-LEDGER-COUNT.
           DISPLAY 'BG9B5708 - UNMATCHED: ' VN-UNM-COUNT.
      *
      ******************************************************************
