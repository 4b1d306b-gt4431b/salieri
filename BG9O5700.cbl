      * BG9O5700: <Automatically registered>                           *
      ******************************************************************
      *B.PD.S                                                          *
      * ONLINE BROWSE AND MAINTENANCE OF THE CLEARING ACCOUNTS,        *
      * TRANSACTION BG70, MAPSET BGMS570. PSEUDO-CONVERSATIONAL: EACH  *
      * TASK HANDLES ONE SCREEN AND RETURNS WITH THE BGEC578 COMMAREA. *
      * THE HELP DESK PAGES THROUGH A CENTER'S ACCOUNTS ON BGDT041 AND *
      * LOOKS ONE UP, AND ANALYSTS KEY SMALL SAME-DAY FIXES, WITHOUT A *
      * BG9B5711 DECK OR A ONE-OFF CALLER PROGRAM. EVERY CHANGE GOES   *
      * THROUGH THE EXISTING ROUTINE AND ITS RETURN CODE IS SHOWN IN   *
      * PLAIN WORDS ON THE MESSAGE LINE.                               *
      * PANELS:                                                        *
      * BGM570A - BROWSE OF BGDT041 BY ENTITY AND CENTER, FILTERED BY  *
      *           STATUS AND F/P FLAG, WITH THE BGDT047 BALANCE. PF7/  *
      *           PF8 PAGE; 'S' ON A LINE OPENS THE DOSSIER, 'M' THE   *
      *           ACCOUNT PANEL FOR THAT ACCOUNT.                      *
      * BGM570B - DOSSIER OF ONE ACCOUNT FROM BG9C5702.                *
      * BGM570C - ACCOUNT: RECLASSIFY (BG9M5700); SET UP, SUSPEND,     *
      *           REACTIVATE AND CLOSE (BG9M5701).                     *
      * BGM570D - CATALOG: ADD, RETIRE, RE-POINT (BG9M5702).           *
      * BGM570E - CENTER: ADD, CLOSE, RE-DESCRIBE (BG9M5703).          *
      * BGM570F - CHANGES AWAITING APPROVAL, DECIDED THROUGH BG9M5704. *
      * BGM570G - INTER-ENTITY MIRROR PAIRS: SET UP, DELETE, CHANGE    *
      *           THE TOLERANCE (BG9M5705). APPLIED AT ONCE - THE      *
      *           PAIRS ARE NOT UNDER FOUR-EYES CONTROL.               *
      * FOUR-EYES CONTROL: THE SIGNED-ON USER IS THE REQUESTER AND NO  *
      * APPROVER IS EVER PASSED, SO A CHANGE KEYED HERE IS HELD ON     *
      * BGDT048 ('60') UNTIL A SECOND USER APPROVES IT ON BGM570F (OR  *
      * THROUGH BG9B5716). BG9M5704 REFUSES THE REQUESTER AS APPROVER. *
      * A '99' FROM A ROUTINE BACKS OUT THE TASK'S UNIT OF WORK; ANY   *
      * OTHER OUTCOME IS COMMITTED BY THE SYNCPOINT AT TASK END.       *
      *B.PD.E                                                          *
      *B.PR.S                                                          *
      * COPYS USED                                                     *
      * ----------------                                               *
      * BGEC571: COMMAREA BG9M5700                                     *
      * BGEC572: COMMAREA BG9M5702                                     *
      * BGEC573: COMMAREA BG9M5701                                     *
      * BGEC575: COMMAREA BG9C5702                                     *
      * BGEC576: COMMAREA BG9M5703                                     *
      * BGEC577: COMMAREA BG9M5704                                     *
      * BGEC578: COMMAREA OF THE BG70 TRANSACTION                      *
      * BGEC579: COMMAREA BG9M5705                                     *
      * BGMS570: SYMBOLIC MAP OF THE BGMS570 MAPSET                    *
      * DFHAID                                                         *
      * QAWCSQL                                                        *
      * QBEC999                                                        *
      *                                                                *
      * DCLGEN USED                                                    *
      * -----------------                                              *
      * BGGT041: MASTER TABLE OF ACCOUNTS                              *
      * BGGT048: QUEUE OF FUTURE-DATED MAINTENANCE CHANGES             *
      *B.PR.E                                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    BG9O5700.
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
      *     BG9O5700   RSANTOS 26-10-15 NEW PROGRAM - BG70 ONLINE      *
      *                                 BROWSE, DOSSIER AND            *
      *                                 MAINTENANCE OF THE CLEARING    *
      *                                 ACCOUNTS                       *
      *     BG9O5700   RSANTOS 26-10-15 MIRROR PAIR PANEL BGM570G      *
      *                                 (PF10) OVER BG9M5705           *
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
             INCLUDE BGGT041
           END-EXEC.
      *
           EXEC SQL
             INCLUDE BGVC041
           END-EXEC.
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
           COPY BGEC575.
      *
           COPY BGEC576.
      *
           COPY BGEC577.
      *
           COPY BGEC578.
      *
           COPY BGEC579.
      *
       01 WA-QBEC999-01.
           COPY QBEC999.
      *
           COPY BGMS570.
      *
           COPY DFHAID.
      *
       01  VA-SWITCHES.
           05 SW-END                       PIC X(1)    VALUE 'N'.
              88 SW-END-YES                            VALUE 'S'.
              88 SW-END-NO                             VALUE 'N'.
      *
           05 SW-ERROR                     PIC X(1)    VALUE 'N'.
              88 SW-ERROR-YES                          VALUE 'S'.
              88 SW-ERROR-NO                           VALUE 'N'.
      *
           05 SW-EXIT                      PIC X(1)    VALUE 'N'.
              88 SW-EXIT-YES                           VALUE 'S'.
              88 SW-EXIT-NO                            VALUE 'N'.
      *
       01 CO-COUNTERS.
           05 VN-ROW                       PIC S9(4)   COMP.
           05 VN-SELECTED                  PIC S9(4)   COMP.
           05 VN-ROW-SELECTED               PIC S9(4)   COMP.
           05 VN-INDEX                     PIC S9(4)   COMP.
           05 VN-IND-FEC-ULT-MOV            PIC S9(4)   COMP.
           05 VN-IND-BALANCE                PIC S9(4)   COMP.
      *
       01 VA-CONSTANTS.
           05 CN-1                         PIC 9(1)    VALUE 1.
           05 CN-MAX-ROWS                  PIC 9(2)    VALUE 12.
           05 CN-MAX-HELD                  PIC 9(2)    VALUE 10.
           05 CN-MAX-HIST                  PIC 9(1)    VALUE 5.
           05 CA-TRANSID                   PIC X(4)    VALUE 'BG70'.
           05 CA-SEL-DOSSIER               PIC X(1)    VALUE 'S'.
           05 CA-SEL-MAINTAIN              PIC X(1)    VALUE 'M'.
           05 CA-ACTIVE                    PIC X(1)    VALUE 'A'.
           05 CA-DORMANT                   PIC X(1)    VALUE 'D'.
           05 CA-CLOSE                     PIC X(1)    VALUE 'C'.
           05 CA-FUNDS                     PIC X(1)    VALUE 'F'.
           05 CA-PLEDGED                   PIC X(1)    VALUE 'P'.
           05 CA-AWAITING                  PIC X(1)    VALUE 'W'.
           05 CA-TS-LOW                    PIC X(26)   VALUE
              '0001-01-01-00.00.00.000000'.
           05 CA-END-TEXT                  PIC X(24)   VALUE
              'BG70 - SESSION ENDED'.
      *
      * WHAT WAS KEYED ON THE PANEL JUST RECEIVED. ALPHANUMERIC ONLY,  *
      * SO THE LOW-VALUES OF AN EMPTY FIELD CAN BE BLANKED IN ONE GO.  *
       01 VA-PANEL-FIELDS.
           05 WK-ACTION                    PIC X(01).
           05 WK-ENT                       PIC X(04).
           05 WK-CEN                       PIC X(04).
           05 WK-ACC                       PIC X(10).
           05 WK-FLG-PLGACC                 PIC X(01).
           05 WK-FEC-EFFECTIVE              PIC X(10).
           05 WK-CODCLACC                  PIC X(06).
           05 WK-CLACC                     PIC X(10).
           05 WK-DES-CEN                    PIC X(30).
           05 WK-STA-FILTER                 PIC X(01).
           05 WK-FLG-FILTER                 PIC X(01).
           05 WK-SEL                       PIC X(01).
           05 WK-ENT-B                     PIC X(04).
           05 WK-CEN-B                     PIC X(04).
           05 WK-ACC-B                     PIC X(10).
           05 WK-TOLERANCE                  PIC X(09).
           05 WK-TOLERANCE-NUM REDEFINES WK-TOLERANCE
                                           PIC 9(09).
      *
       01 VA-WORK-FIELDS.
           05 WK-USERID                    PIC X(08).
           05 WK-RESP                      PIC S9(08)  COMP.
           05 WK-SEL-ACTION                 PIC X(01).
           05 WK-ROUTINE-ACTION             PIC X(01).
           05 WK-KEY-ACC                    PIC X(10).
           05 WK-KEY-TS                     PIC X(26).
           05 WK-CURRENT-DATE               PIC X(10).
           05 WK-IMP-BALANCE                PIC S9(13)V9(02) COMP-3.
           05 WK-COD-RETURN                 PIC X(02).
           05 WK-LINE                      PIC X(72).
           05 WK-MESSAGE                   PIC X(78).
      *
           05 WK-ERR-OUT.
              10 WK-SQLCODE                PIC S9(09) COMP.
              10 WK-SQLERRM                PIC X(70).
              10 WK-DES-TABLE              PIC X(08).
              10 WK-REFERENCE              PIC X(10).
      *
      * LINES OF THE BROWSE OR APPROVAL PAGE BEING BUILT.              *
       01 VA-TB-LINES.
           05 TB-LINE OCCURS 12 TIMES      PIC X(72).
      *
       01 WK-BROWSE-LINE.
           05 WD-ACC                       PIC X(10).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WD-FLG-PLGACC                 PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-STA-ACC                    PIC X(01).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WD-FEC-ULT-MOV                PIC X(10).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WD-IMP-BALANCE                PIC -(13)9,99.
           05 WD-IMP-BALANCE-TXT REDEFINES WD-IMP-BALANCE
                                           PIC X(17).
      *
       01 WK-HELD-LINE.
           05 WH-ROUTINE                   PIC X(08).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-ACTION                    PIC X(01).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-ENT                       PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-CEN-REG                    PIC X(04).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-ACC                       PIC X(10).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-FLG-PLGACC                 PIC X(01).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-CODCLACC                  PIC X(06).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-CLACC                     PIC X(10).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-FEC-EFFECTIVE              PIC X(10).
           05 FILLER                       PIC X(01)    VALUE SPACES.
           05 WH-USR-REQUEST                PIC X(08).
      *
       01 WK-FLAG-HIST-LINE.
           05 FILLER                       PIC X(17)    VALUE SPACES.
           05 WF-FLG-OLD                    PIC X(01).
           05 FILLER                       PIC X(03)    VALUE SPACES.
           05 WF-FLG-NEW                    PIC X(01).
           05 FILLER                       PIC X(04)    VALUE SPACES.
           05 WF-FEC-EFFECTIVE              PIC X(10).
           05 FILLER                       PIC X(03)    VALUE SPACES.
           05 WF-TIMESTAMP                  PIC X(19).
      *
       01 WK-CAT-HIST-LINE.
           05 FILLER                       PIC X(17)    VALUE SPACES.
           05 WC-ACTION                    PIC X(01).
           05 FILLER                       PIC X(03)    VALUE SPACES.
           05 WC-CLACC-OLD                  PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WC-CLACC-NEW                  PIC X(10).
           05 FILLER                       PIC X(02)    VALUE SPACES.
           05 WC-FEC-EFFECTIVE              PIC X(10).
      *
       01 WK-ERROR-ROWS-LINE.
           05 FILLER                       PIC X(20)    VALUE
              'BGDT042 ERROR ROWS: '.
           05 WR-ERR-COUNT                  PIC 9(01).
           05 WR-ERR-LATEST.
              10 FILLER                    PIC X(10)    VALUE
                 '  LATEST: '.
              10 WR-DES-TABLE              PIC X(08).
              10 FILLER                    PIC X(09)    VALUE
                 ' SQLCODE '.
              10 WR-SQLCODE                PIC -(4)9.
      *
       01 WK-EDIT-BALANCE                  PIC -(13)9,99.
      *
       01 WK-RC-MESSAGE.
           05 FILLER                       PIC X(03)    VALUE 'RC '.
           05 WM-COD-RETURN                 PIC X(02).
           05 FILLER                       PIC X(02)    VALUE ': '.
           05 WM-TEXT                      PIC X(44).
           05 WM-SQL-TEXT.
              10 WM-DES-TABLE              PIC X(08).
              10 FILLER                    PIC X(09)    VALUE
                 ' SQLCODE '.
              10 WM-SQLCODE                PIC -(9)9.
      *
       01 WK-DB-MESSAGE.
           05 FILLER                       PIC X(13)    VALUE
              'DB2 ERROR ON '.
           05 WM-DB-TABLE                   PIC X(08).
           05 FILLER                       PIC X(09)    VALUE
              ' SQLCODE '.
           05 WM-DB-SQLCODE                 PIC -(9)9.
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
       01 DFHCOMMAREA                      PIC X(490).
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM INITIALIZE-TASK.
      *
           IF EIBCALEN NOT EQUAL LENGTH OF BGEC578
              PERFORM START-CONVERSATION
           ELSE
              EVALUATE TRUE
                WHEN E578-MAP-DOSSIER
                  PERFORM PROCESS-DOSSIER-PANEL
                WHEN E578-MAP-ACCOUNT
                  PERFORM PROCESS-ACCOUNT-PANEL
                WHEN E578-MAP-CATALOG
                  PERFORM PROCESS-CATALOG-PANEL
                WHEN E578-MAP-CENTER
                  PERFORM PROCESS-CENTER-PANEL
                WHEN E578-MAP-APPROVAL
                  PERFORM PROCESS-APPROVAL-PANEL
                WHEN E578-MAP-PAIRS
                  PERFORM PROCESS-PAIR-PANEL
                WHEN OTHER
                  PERFORM PROCESS-BROWSE-PANEL
              END-EVALUATE
           END-IF.
      *
           IF SW-EXIT-YES
              PERFORM END-CONVERSATION
           ELSE
              EXEC CICS
                   RETURN TRANSID(CA-TRANSID)
                          COMMAREA(BGEC578)
                          LENGTH(LENGTH OF BGEC578)
              END-EXEC
           END-IF.
      *
           GOBACK.
      *
      ******************************************************************
      *.PN INITIALIZE-TASK.                                            *
      * PICKS UP THE COMMAREA LEFT BY THE PREVIOUS TASK (A COMMAREA OF *
      * ANY OTHER LENGTH STARTS A NEW CONVERSATION) AND THE SIGNED-ON  *
      * USER, WHO IS THE REQUESTER OF EVERY CHANGE KEYED.              *
      ******************************************************************
       INITIALIZE-TASK.
      *
           SET SW-EXIT-NO  TO TRUE
           SET SW-ERROR-NO TO TRUE
           MOVE SPACES TO WK-MESSAGE
      *
           IF EIBCALEN EQUAL LENGTH OF BGEC578
              MOVE DFHCOMMAREA TO BGEC578
           END-IF
      *
           EXEC CICS
                ASSIGN USERID(WK-USERID)
           END-EXEC.
      *
      ******************************************************************
      *.PN START-CONVERSATION.                                         *
      ******************************************************************
       START-CONVERSATION.
      *
           INITIALIZE BGEC578
           SET E578-MAP-BROWSE TO TRUE
           MOVE 'ENTER AN ENTITY AND A CENTER AND PRESS ENTER'
             TO WK-MESSAGE
           PERFORM SHOW-BROWSE-PAGE.
      *
      ******************************************************************
      *.PN END-CONVERSATION.                                           *
      ******************************************************************
       END-CONVERSATION.
      *
           EXEC CICS
                SEND TEXT FROM(CA-END-TEXT)
                          LENGTH(LENGTH OF CA-END-TEXT)
                          ERASE FREEKB
           END-EXEC
      *
           EXEC CICS
                RETURN
           END-EXEC.
      *
      ******************************************************************
      *.PN PROCESS-BROWSE-PANEL.                                       *
      ******************************************************************
       PROCESS-BROWSE-PANEL.
      *
           PERFORM RECEIVE-BROWSE-MAP
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM ENTER-BROWSE-PANEL
             WHEN DFHPF3
               SET SW-EXIT-YES TO TRUE
             WHEN DFHPF4
               MOVE SPACES TO E578-ACC
                              E578-FLG-PLGACC
               PERFORM OPEN-ACCOUNT-PANEL
             WHEN DFHPF5
               PERFORM OPEN-CATALOG-PANEL
             WHEN DFHPF6
               PERFORM OPEN-CENTER-PANEL
             WHEN DFHPF7
               PERFORM PAGE-BROWSE-BACKWARD
             WHEN DFHPF8
               PERFORM PAGE-BROWSE-FORWARD
             WHEN DFHPF9
               PERFORM OPEN-APPROVAL-PANEL
             WHEN DFHPF10
               PERFORM OPEN-PAIR-PANEL
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SHOW-BROWSE-PAGE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN RECEIVE-BROWSE-MAP.                                         *
      ******************************************************************
       RECEIVE-BROWSE-MAP.
      *
           EXEC CICS
                RECEIVE MAP('BGM570A') MAPSET('BGMS570')
                        INTO(BGM570AI)
                        RESP(WK-RESP)
           END-EXEC
      *
           IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BGM570AI
           END-IF
      *
           MOVE SPACES TO VA-PANEL-FIELDS
           MOVE AENTI  TO WK-ENT
           MOVE ACENI  TO WK-CEN
           MOVE ASTAI  TO WK-STA-FILTER
           MOVE AFLGI  TO WK-FLG-FILTER
           INSPECT VA-PANEL-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
      *
      ******************************************************************
      *.PN ENTER-BROWSE-PANEL.                                         *
      * A LINE SELECTED ON THE PAGE SHOWN IS ACTED ON. OTHERWISE A NEW *
      * ENTITY, CENTER OR FILTER IS LISTED FROM THE TOP, AND THE SAME  *
      * ONE IS REFRESHED FROM THE FIRST ACCOUNT OF THE PAGE.           *
      ******************************************************************
       ENTER-BROWSE-PANEL.
      *
           PERFORM CHECK-BROWSE-SELECTION
      *
           IF WK-ENT        EQUAL E578-ENT
              AND WK-CEN        EQUAL E578-CEN
              AND WK-STA-FILTER EQUAL E578-STA-FILTER
              AND WK-FLG-FILTER EQUAL E578-FLG-FILTER
              AND E578-ENT NOT EQUAL SPACES
              IF VN-SELECTED GREATER ZERO
                 PERFORM ACT-ON-BROWSE-SELECTION
              ELSE
                 PERFORM SHOW-BROWSE-PAGE
              END-IF
           ELSE
              PERFORM CHECK-BROWSE-KEYS
              IF SW-ERROR-NO
                 MOVE WK-ENT        TO E578-ENT
                 MOVE WK-CEN        TO E578-CEN
                 MOVE WK-STA-FILTER TO E578-STA-FILTER
                 MOVE WK-FLG-FILTER TO E578-FLG-FILTER
                 MOVE SPACES        TO WK-KEY-ACC
                 PERFORM LIST-BROWSE-PAGE
              ELSE
                 MOVE ZERO TO E578-ROW-COUNT
                 PERFORM SEND-BROWSE-MAP
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-BROWSE-KEYS.                                          *
      ******************************************************************
       CHECK-BROWSE-KEYS.
      *
           IF WK-ENT EQUAL SPACES OR WK-CEN EQUAL SPACES
              MOVE 'ENTITY AND CENTER ARE REQUIRED' TO WK-MESSAGE
              SET SW-ERROR-YES TO TRUE
           END-IF
      *
           IF SW-ERROR-NO
              AND WK-STA-FILTER NOT EQUAL SPACES
              AND WK-STA-FILTER NOT EQUAL CA-ACTIVE
              AND WK-STA-FILTER NOT EQUAL CA-DORMANT
              AND WK-STA-FILTER NOT EQUAL CA-CLOSE
              MOVE 'STATUS MUST BE A, D, C OR BLANK FOR ALL'
                TO WK-MESSAGE
              SET SW-ERROR-YES TO TRUE
           END-IF
      *
           IF SW-ERROR-NO
              AND WK-FLG-FILTER NOT EQUAL SPACES
              AND WK-FLG-FILTER NOT EQUAL CA-FUNDS
              AND WK-FLG-FILTER NOT EQUAL CA-PLEDGED
              MOVE 'FLAG MUST BE F, P OR BLANK FOR ALL' TO WK-MESSAGE
              SET SW-ERROR-YES TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN CHECK-BROWSE-SELECTION.                                     *
      * COUNTS THE LINES WITH SOMETHING KEYED IN THE SELECTION COLUMN, *
      * REMEMBERING THE LAST ONE AND WHAT WAS KEYED.                   *
      ******************************************************************
       CHECK-BROWSE-SELECTION.
      *
           MOVE ZERO TO VN-SELECTED
           MOVE ZERO TO VN-ROW-SELECTED
           MOVE CN-1 TO VN-ROW
           PERFORM CHECK-BROWSE-ROW
             UNTIL VN-ROW GREATER CN-MAX-ROWS.
      *
      ******************************************************************
      *.PN CHECK-BROWSE-ROW.                                           *
      ******************************************************************
       CHECK-BROWSE-ROW.
      *
           EVALUATE VN-ROW
             WHEN 1  MOVE ASEL01I TO WK-SEL
             WHEN 2  MOVE ASEL02I TO WK-SEL
             WHEN 3  MOVE ASEL03I TO WK-SEL
             WHEN 4  MOVE ASEL04I TO WK-SEL
             WHEN 5  MOVE ASEL05I TO WK-SEL
             WHEN 6  MOVE ASEL06I TO WK-SEL
             WHEN 7  MOVE ASEL07I TO WK-SEL
             WHEN 8  MOVE ASEL08I TO WK-SEL
             WHEN 9  MOVE ASEL09I TO WK-SEL
             WHEN 10 MOVE ASEL10I TO WK-SEL
             WHEN 11 MOVE ASEL11I TO WK-SEL
             WHEN 12 MOVE ASEL12I TO WK-SEL
           END-EVALUATE
           INSPECT WK-SEL REPLACING ALL LOW-VALUES BY SPACES
      *
           IF WK-SEL NOT EQUAL SPACES
              ADD CN-1 TO VN-SELECTED
              MOVE VN-ROW TO VN-ROW-SELECTED
              MOVE WK-SEL TO WK-SEL-ACTION
           END-IF
      *
           ADD CN-1 TO VN-ROW.
      *
      ******************************************************************
      *.PN ACT-ON-BROWSE-SELECTION.                                    *
      ******************************************************************
       ACT-ON-BROWSE-SELECTION.
      *
           EVALUATE TRUE
             WHEN VN-SELECTED GREATER CN-1
               MOVE 'SELECT ONE LINE AT A TIME' TO WK-MESSAGE
               PERFORM SHOW-BROWSE-PAGE
             WHEN VN-ROW-SELECTED GREATER E578-ROW-COUNT
               MOVE 'THERE IS NO ACCOUNT ON THAT LINE' TO WK-MESSAGE
               PERFORM SHOW-BROWSE-PAGE
             WHEN WK-SEL-ACTION EQUAL CA-SEL-DOSSIER
               MOVE E578-ROW-ACC(VN-ROW-SELECTED) TO E578-ACC
               MOVE E578-ROW-FLG(VN-ROW-SELECTED) TO E578-FLG-PLGACC
               PERFORM SHOW-DOSSIER
             WHEN WK-SEL-ACTION EQUAL CA-SEL-MAINTAIN
               MOVE E578-ROW-ACC(VN-ROW-SELECTED) TO E578-ACC
               MOVE E578-ROW-FLG(VN-ROW-SELECTED) TO E578-FLG-PLGACC
               PERFORM OPEN-ACCOUNT-PANEL
             WHEN OTHER
               MOVE 'SELECT A LINE WITH S (DOSSIER) OR M (MAINTAIN)'
                 TO WK-MESSAGE
               PERFORM SHOW-BROWSE-PAGE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN PAGE-BROWSE-FORWARD.                                        *
      ******************************************************************
       PAGE-BROWSE-FORWARD.
      *
           IF E578-ENT NOT EQUAL SPACES
              AND E578-ACC-NEXT NOT EQUAL SPACES
              MOVE E578-ACC-NEXT TO WK-KEY-ACC
              PERFORM LIST-BROWSE-PAGE
           ELSE
              MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE
              PERFORM SHOW-BROWSE-PAGE
           END-IF.
      *
      ******************************************************************
      *.PN PAGE-BROWSE-BACKWARD.                                       *
      * FINDS THE ACCOUNT A FULL PAGE BEFORE THE FIRST ONE SHOWN AND   *
      * LISTS FORWARD FROM IT (FROM THE TOP WHEN THERE IS LESS THAN A  *
      * PAGE BEFORE IT).                                               *
      ******************************************************************
       PAGE-BROWSE-BACKWARD.
      *
           IF E578-ENT EQUAL SPACES
              MOVE 'ENTER AN ENTITY AND A CENTER AND PRESS ENTER'
                TO WK-MESSAGE
              PERFORM SHOW-BROWSE-PAGE
           ELSE
              MOVE E578-ACC-FIRST TO WK-KEY-ACC
              PERFORM FIND-PREVIOUS-PAGE
              IF SW-ERROR-NO
                 IF VN-ROW EQUAL ZERO
                    MOVE 'ALREADY ON THE FIRST PAGE' TO WK-MESSAGE
                 END-IF
                 PERFORM LIST-BROWSE-PAGE
              ELSE
                 MOVE ZERO TO E578-ROW-COUNT
                 PERFORM SEND-BROWSE-MAP
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN FIND-PREVIOUS-PAGE.                                         *
      * READS BACKWARD FROM THE FIRST ACCOUNT SHOWN, UP TO A PAGE,     *
      * UNDER THE SAME FILTERS. WK-KEY-ACC ENDS ON THE LAST ONE READ,  *
      * OR IS LEFT AS IT WAS WHEN THERE IS NOTHING BEFORE THE PAGE.    *
      ******************************************************************
       FIND-PREVIOUS-PAGE.
      *
           MOVE ZERO     TO VN-ROW
           MOVE E578-ENT TO V041-ENT
           MOVE E578-CEN TO V041-CEN-REG
      *
           EXEC SQL
                DECLARE CSR-BRB041 CURSOR FOR
                  SELECT A.T041_ACC
                    FROM BGDT041 A
                   WHERE A.T041_ENT     = :V041-ENT
                     AND A.T041_CEN_REG = :V041-CEN-REG
                     AND A.T041_ACC     < :WK-KEY-ACC
                     AND (A.T041_STA_ACC = :E578-STA-FILTER
                          OR :E578-STA-FILTER = ' ')
                     AND (A.T041_FLG_PLGDACC = :E578-FLG-FILTER
                          OR :E578-FLG-FILTER = ' ')
                   ORDER BY A.T041_ACC DESC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-BRB041
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE 'BGDT041' TO WM-DB-TABLE
              PERFORM DB-ERROR-MESSAGE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM FETCH-PREVIOUS-ROW
                UNTIL SW-END-YES OR SW-ERROR-YES
              EXEC SQL
                   CLOSE CSR-BRB041
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN FETCH-PREVIOUS-ROW.                                         *
      ******************************************************************
       FETCH-PREVIOUS-ROW.
      *
           EXEC SQL
                FETCH CSR-BRB041
                  INTO :V041-ACC
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 MOVE 'BGDT041' TO WM-DB-TABLE
                 PERFORM DB-ERROR-MESSAGE
              ELSE
                 ADD CN-1 TO VN-ROW
                 MOVE V041-ACC TO WK-KEY-ACC
                 IF VN-ROW NOT LESS CN-MAX-ROWS
                    SET SW-END-YES TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN SHOW-BROWSE-PAGE.                                           *
      * SHOWS THE BROWSE AGAIN AT THE PAGE LAST LISTED, OR EMPTY WHEN  *
      * NOTHING HAS BEEN LISTED YET.                                   *
      ******************************************************************
       SHOW-BROWSE-PAGE.
      *
           SET E578-MAP-BROWSE TO TRUE
      *
           IF E578-ENT EQUAL SPACES
              MOVE SPACES TO VA-PANEL-FIELDS
              MOVE ZERO   TO E578-ROW-COUNT
              PERFORM SEND-BROWSE-MAP
           ELSE
              MOVE E578-ACC-FIRST TO WK-KEY-ACC
              PERFORM LIST-BROWSE-PAGE
           END-IF.
      *
      ******************************************************************
      *.PN LIST-BROWSE-PAGE.                                           *
      * LISTS UP TO A PAGE OF ACCOUNTS FROM WK-KEY-ACC ON, WITH THEIR  *
      * BGDT047 BALANCE. ONE MORE ROW IS READ TO KNOW WHETHER ANOTHER  *
      * PAGE FOLLOWS AND WHERE IT STARTS.                              *
      ******************************************************************
       LIST-BROWSE-PAGE.
      *
           SET E578-MAP-BROWSE TO TRUE
           MOVE E578-ENT        TO WK-ENT
           MOVE E578-CEN        TO WK-CEN
           MOVE E578-STA-FILTER TO WK-STA-FILTER
           MOVE E578-FLG-FILTER TO WK-FLG-FILTER
           MOVE ZERO            TO E578-ROW-COUNT
           MOVE SPACES          TO E578-ACC-FIRST
           MOVE SPACES          TO E578-ACC-NEXT
           MOVE E578-ENT        TO V041-ENT
           MOVE E578-CEN        TO V041-CEN-REG
      *
           EXEC SQL
                DECLARE CSR-BRW041 CURSOR FOR
                  SELECT A.T041_ACC, A.T041_FLG_PLGDACC,
                         A.T041_STA_ACC, A.T041_FEC_ULT_MOV,
                         B.T047_IMP_BALANCE
                    FROM BGDT041 A
                    LEFT JOIN BGDT047 B
                      ON B.T047_ENT     = A.T041_ENT
                     AND B.T047_CEN_REG = A.T041_CEN_REG
                     AND B.T047_ACC     = A.T041_ACC
                   WHERE A.T041_ENT     = :V041-ENT
                     AND A.T041_CEN_REG = :V041-CEN-REG
                     AND A.T041_ACC    >= :WK-KEY-ACC
                     AND (A.T041_STA_ACC = :E578-STA-FILTER
                          OR :E578-STA-FILTER = ' ')
                     AND (A.T041_FLG_PLGDACC = :E578-FLG-FILTER
                          OR :E578-FLG-FILTER = ' ')
                   ORDER BY A.T041_ACC
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-BRW041
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE 'BGDT041' TO WM-DB-TABLE
              PERFORM DB-ERROR-MESSAGE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM FETCH-BROWSE-ROW
                UNTIL SW-END-YES OR SW-ERROR-YES
              EXEC SQL
                   CLOSE CSR-BRW041
              END-EXEC
           END-IF
      *
           IF SW-ERROR-YES
              MOVE ZERO TO E578-ROW-COUNT
           END-IF
      *
           IF SW-ERROR-NO AND WK-MESSAGE EQUAL SPACES
              EVALUATE TRUE
                WHEN E578-ROW-COUNT EQUAL ZERO
                  MOVE 'NO ACCOUNTS FOR THIS SELECTION' TO WK-MESSAGE
                WHEN E578-ACC-NEXT NOT EQUAL SPACES
                  MOVE 'MORE ACCOUNTS FOLLOW - PF8 FOR THE NEXT PAGE'
                    TO WK-MESSAGE
                WHEN OTHER
                  MOVE 'END OF LIST' TO WK-MESSAGE
              END-EVALUATE
           END-IF
      *
           PERFORM SEND-BROWSE-MAP.
      *
      ******************************************************************
      *.PN FETCH-BROWSE-ROW.                                           *
      ******************************************************************
       FETCH-BROWSE-ROW.
      *
           EXEC SQL
                FETCH CSR-BRW041
                  INTO :V041-ACC, :V041-FLG-PLGACC, :V041-STA-ACC,
                       :V041-FEC-ULT-MOV :VN-IND-FEC-ULT-MOV,
                       :WK-IMP-BALANCE :VN-IND-BALANCE
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 MOVE 'BGDT041' TO WM-DB-TABLE
                 PERFORM DB-ERROR-MESSAGE
              ELSE
                 IF E578-ROW-COUNT LESS CN-MAX-ROWS
                    PERFORM KEEP-BROWSE-ROW
                 ELSE
                    MOVE V041-ACC TO E578-ACC-NEXT
                    SET SW-END-YES TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN KEEP-BROWSE-ROW.                                            *
      ******************************************************************
       KEEP-BROWSE-ROW.
      *
           ADD CN-1 TO E578-ROW-COUNT
           IF E578-ROW-COUNT EQUAL CN-1
              MOVE V041-ACC TO E578-ACC-FIRST
           END-IF
           MOVE V041-ACC        TO E578-ROW-ACC(E578-ROW-COUNT)
           MOVE V041-FLG-PLGACC TO E578-ROW-FLG(E578-ROW-COUNT)
      *
           MOVE V041-ACC        TO WD-ACC
           MOVE V041-FLG-PLGACC TO WD-FLG-PLGACC
           MOVE V041-STA-ACC    TO WD-STA-ACC
           IF VN-IND-FEC-ULT-MOV LESS ZERO
              MOVE SPACES           TO WD-FEC-ULT-MOV
           ELSE
              MOVE V041-FEC-ULT-MOV TO WD-FEC-ULT-MOV
           END-IF
           IF VN-IND-BALANCE LESS ZERO
              MOVE '       NO BALANCE' TO WD-IMP-BALANCE-TXT
           ELSE
              MOVE WK-IMP-BALANCE      TO WD-IMP-BALANCE
           END-IF
           MOVE WK-BROWSE-LINE TO TB-LINE(E578-ROW-COUNT).
      *
      ******************************************************************
      *.PN SEND-BROWSE-MAP.                                            *
      ******************************************************************
       SEND-BROWSE-MAP.
      *
           MOVE LOW-VALUES    TO BGM570AO
           MOVE WK-ENT        TO AENTO
           MOVE WK-CEN        TO ACENO
           MOVE WK-STA-FILTER TO ASTAO
           MOVE WK-FLG-FILTER TO AFLGO
      *
           MOVE CN-1 TO VN-ROW
           PERFORM PUT-BROWSE-ROW
             UNTIL VN-ROW GREATER CN-MAX-ROWS
      *
           MOVE WK-MESSAGE TO AMSGO
      *
           EXEC CICS
                SEND MAP('BGM570A') MAPSET('BGMS570')
                     FROM(BGM570AO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN PUT-BROWSE-ROW.                                             *
      ******************************************************************
       PUT-BROWSE-ROW.
      *
           MOVE SPACES TO WK-LINE
           IF VN-ROW NOT GREATER E578-ROW-COUNT
              MOVE TB-LINE(VN-ROW) TO WK-LINE
           END-IF
      *
           EVALUATE VN-ROW
             WHEN 1  MOVE WK-LINE TO ALIN01O
             WHEN 2  MOVE WK-LINE TO ALIN02O
             WHEN 3  MOVE WK-LINE TO ALIN03O
             WHEN 4  MOVE WK-LINE TO ALIN04O
             WHEN 5  MOVE WK-LINE TO ALIN05O
             WHEN 6  MOVE WK-LINE TO ALIN06O
             WHEN 7  MOVE WK-LINE TO ALIN07O
             WHEN 8  MOVE WK-LINE TO ALIN08O
             WHEN 9  MOVE WK-LINE TO ALIN09O
             WHEN 10 MOVE WK-LINE TO ALIN10O
             WHEN 11 MOVE WK-LINE TO ALIN11O
             WHEN 12 MOVE WK-LINE TO ALIN12O
           END-EVALUATE
      *
           ADD CN-1 TO VN-ROW.
      *
      ******************************************************************
      *.PN SHOW-DOSSIER.                                               *
      * CALLS BG9C5702 FOR THE ACCOUNT IN E578-ACC. WHEN IT CANNOT BE  *
      * SHOWN THE BROWSE COMES BACK WITH THE REASON.                   *
      ******************************************************************
       SHOW-DOSSIER.
      *
           INITIALIZE BGEC575
           MOVE E578-ENT TO E575-ENT
           MOVE E578-CEN TO E575-CEN
           MOVE E578-ACC TO E575-ACC
      *
           CALL 'BG9C5702' USING BGEC575 WA-QBEC999-01
      *
           IF E575-COD-RETURN EQUAL '00'
              SET E578-MAP-DOSSIER TO TRUE
              PERFORM SEND-DOSSIER-MAP
           ELSE
              MOVE E575-COD-RETURN TO WK-COD-RETURN
              MOVE E575-ERR-OUT    TO WK-ERR-OUT
              PERFORM SHOW-ROUTINE-RESULT
              PERFORM SHOW-BROWSE-PAGE
           END-IF.
      *
      ******************************************************************
      *.PN SEND-DOSSIER-MAP.                                           *
      ******************************************************************
       SEND-DOSSIER-MAP.
      *
           MOVE LOW-VALUES        TO BGM570BO
           MOVE E578-ENT          TO BENTO
           MOVE E578-CEN          TO BCENO
           MOVE E578-ACC          TO BACCO
           MOVE E575-STA-ACC      TO BSTAO
           MOVE E575-FLG-PLGACC   TO BFLGO
           MOVE E575-FEC-ULT-MOV  TO BFUMO
      *
           IF E575-BAL-YES
              MOVE E575-IMP-BALANCE TO WK-EDIT-BALANCE
              MOVE WK-EDIT-BALANCE  TO BBALO
              MOVE E575-FEC-BAL-MOV TO BFBMO
           ELSE
              MOVE 'NO BALANCE'     TO BBALO
           END-IF
      *
           IF E575-CAT-YES
              MOVE E575-CODCLACC    TO BCODO
              MOVE E575-STA-COD     TO BSTCO
           ELSE
              MOVE 'NONE'           TO BCODO
           END-IF
      *
           MOVE CN-1 TO VN-INDEX
           PERFORM PUT-HISTORY-ROW
             UNTIL VN-INDEX GREATER CN-MAX-HIST
      *
           MOVE E575-ERR-COUNT TO WR-ERR-COUNT
           IF E575-ERR-COUNT GREATER ZERO
              MOVE E575-ERR-DES-TABLE(1) TO WR-DES-TABLE
              MOVE E575-ERR-SQLCODE(1)   TO WR-SQLCODE
           ELSE
              MOVE SPACES TO WR-ERR-LATEST
           END-IF
           MOVE WK-ERROR-ROWS-LINE TO BERRO
      *
           MOVE WK-MESSAGE TO BMSGO
      *
           EXEC CICS
                SEND MAP('BGM570B') MAPSET('BGMS570')
                     FROM(BGM570BO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN PUT-HISTORY-ROW.                                            *
      * ONE LINE OF THE FLAG HISTORY AND ONE OF THE CATALOG HISTORY,   *
      * NEWEST FIRST, BLANK PAST THE NUMBER OF ROWS BG9C5702 FOUND.    *
      ******************************************************************
       PUT-HISTORY-ROW.
      *
           MOVE SPACES TO WF-FLG-OLD
                          WF-FLG-NEW
                          WF-FEC-EFFECTIVE
                          WF-TIMESTAMP
           IF VN-INDEX NOT GREATER E575-FLG-COUNT
              MOVE E575-FLG-OLD(VN-INDEX) TO WF-FLG-OLD
              MOVE E575-FLG-NEW(VN-INDEX) TO WF-FLG-NEW
              MOVE E575-FLG-FEC(VN-INDEX) TO WF-FEC-EFFECTIVE
              MOVE E575-FLG-TS(VN-INDEX)  TO WF-TIMESTAMP
           END-IF
      *
           MOVE SPACES TO WC-ACTION
                          WC-CLACC-OLD
                          WC-CLACC-NEW
                          WC-FEC-EFFECTIVE
           IF VN-INDEX NOT GREATER E575-CAT-COUNT
              MOVE E575-CAT-ACTION(VN-INDEX)    TO WC-ACTION
              MOVE E575-CAT-CLACC-OLD(VN-INDEX) TO WC-CLACC-OLD
              MOVE E575-CAT-CLACC-NEW(VN-INDEX) TO WC-CLACC-NEW
              MOVE E575-CAT-FEC(VN-INDEX)       TO WC-FEC-EFFECTIVE
           END-IF
      *
           EVALUATE VN-INDEX
             WHEN 1
               MOVE WK-FLAG-HIST-LINE TO BFH1O
               MOVE WK-CAT-HIST-LINE  TO BCH1O
             WHEN 2
               MOVE WK-FLAG-HIST-LINE TO BFH2O
               MOVE WK-CAT-HIST-LINE  TO BCH2O
             WHEN 3
               MOVE WK-FLAG-HIST-LINE TO BFH3O
               MOVE WK-CAT-HIST-LINE  TO BCH3O
             WHEN 4
               MOVE WK-FLAG-HIST-LINE TO BFH4O
               MOVE WK-CAT-HIST-LINE  TO BCH4O
             WHEN 5
               MOVE WK-FLAG-HIST-LINE TO BFH5O
               MOVE WK-CAT-HIST-LINE  TO BCH5O
           END-EVALUATE
      *
           ADD CN-1 TO VN-INDEX.
      *
      ******************************************************************
      *.PN PROCESS-DOSSIER-PANEL.                                      *
      ******************************************************************
       PROCESS-DOSSIER-PANEL.
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM SHOW-DOSSIER
             WHEN DFHPF3
               PERFORM SHOW-BROWSE-PAGE
             WHEN DFHPF4
               PERFORM OPEN-ACCOUNT-PANEL
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SHOW-DOSSIER
           END-EVALUATE.
      *
      ******************************************************************
      *.PN OPEN-ACCOUNT-PANEL.                                         *
      * THE ACCOUNT PANEL OPENS ON THE BROWSED ENTITY AND CENTER, AND  *
      * ON THE ACCOUNT WHEN IT WAS CHOSEN FROM A LINE OR THE DOSSIER.  *
      ******************************************************************
       OPEN-ACCOUNT-PANEL.
      *
           SET E578-MAP-ACCOUNT TO TRUE
           MOVE SPACES          TO VA-PANEL-FIELDS
           MOVE E578-ENT        TO WK-ENT
           MOVE E578-CEN        TO WK-CEN
           MOVE E578-ACC        TO WK-ACC
           MOVE E578-FLG-PLGACC TO WK-FLG-PLGACC
           MOVE 'KEY THE ACTION AND THE ACCOUNT AND PRESS ENTER'
             TO WK-MESSAGE
           PERFORM SEND-ACCOUNT-MAP.
      *
      ******************************************************************
      *.PN PROCESS-ACCOUNT-PANEL.                                      *
      ******************************************************************
       PROCESS-ACCOUNT-PANEL.
      *
           EXEC CICS
                RECEIVE MAP('BGM570C') MAPSET('BGMS570')
                        INTO(BGM570CI)
                        RESP(WK-RESP)
           END-EXEC
      *
           IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BGM570CI
           END-IF
      *
           MOVE SPACES TO VA-PANEL-FIELDS
           MOVE CACTI  TO WK-ACTION
           MOVE CENTI  TO WK-ENT
           MOVE CCENI  TO WK-CEN
           MOVE CACCI  TO WK-ACC
           MOVE CFLGI  TO WK-FLG-PLGACC
           MOVE CFECI  TO WK-FEC-EFFECTIVE
           INSPECT VA-PANEL-FIELDS REPLACING ALL LOW-VALUES BY SPACES
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM SUBMIT-ACCOUNT-CHANGE
               PERFORM SEND-ACCOUNT-MAP
             WHEN DFHPF3
               PERFORM SHOW-BROWSE-PAGE
             WHEN DFHPF9
               PERFORM OPEN-APPROVAL-PANEL
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SEND-ACCOUNT-MAP
           END-EVALUATE.
      *
      ******************************************************************
      *.PN SUBMIT-ACCOUNT-CHANGE.                                      *
      * R RECLASSIFIES THROUGH BG9M5700 (A BLANK EFFECTIVE DATE IS     *
      * TODAY). A, D, E AND C GO TO BG9M5701 AS SET UP, SUSPEND TO     *
      * DORMANT, REACTIVATE ('R' THERE) AND CLOSE.                     *
      ******************************************************************
       SUBMIT-ACCOUNT-CHANGE.
      *
           IF WK-ENT EQUAL SPACES
              OR WK-CEN EQUAL SPACES
              OR WK-ACC EQUAL SPACES
              MOVE 'ENTITY, CENTER AND ACCOUNT ARE REQUIRED'
                TO WK-MESSAGE
              SET SW-ERROR-YES TO TRUE
           END-IF
      *
           IF SW-ERROR-NO
              EVALUATE WK-ACTION
                WHEN 'R'
                  IF WK-FLG-PLGACC NOT EQUAL CA-FUNDS
                     AND WK-FLG-PLGACC NOT EQUAL CA-PLEDGED
                     MOVE 'KEY THE NEW FLAG, F OR P' TO WK-MESSAGE
                  ELSE
                     IF WK-FEC-EFFECTIVE EQUAL SPACES
                        PERFORM GET-CURRENT-DATE
                        MOVE WK-CURRENT-DATE TO WK-FEC-EFFECTIVE
                     END-IF
                     IF SW-ERROR-NO
                        PERFORM CALL-RECLASSIFY
                     END-IF
                  END-IF
                WHEN 'A'
                  IF WK-FLG-PLGACC NOT EQUAL CA-FUNDS
                     AND WK-FLG-PLGACC NOT EQUAL CA-PLEDGED
                     MOVE 'KEY THE FLAG OF THE NEW ACCOUNT, F OR P'
                       TO WK-MESSAGE
                  ELSE
                     MOVE 'A' TO WK-ROUTINE-ACTION
                     PERFORM CALL-ACCOUNT-MAINT
                  END-IF
                WHEN 'D'
                  MOVE 'D' TO WK-ROUTINE-ACTION
                  PERFORM CALL-ACCOUNT-MAINT
                WHEN 'E'
                  MOVE 'R' TO WK-ROUTINE-ACTION
                  PERFORM CALL-ACCOUNT-MAINT
                WHEN 'C'
                  MOVE 'C' TO WK-ROUTINE-ACTION
                  PERFORM CALL-ACCOUNT-MAINT
                WHEN OTHER
                  MOVE 'ACTION MUST BE R, A, D, E OR C' TO WK-MESSAGE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN CALL-RECLASSIFY.                                            *
      ******************************************************************
       CALL-RECLASSIFY.
      *
           INITIALIZE BGEC571
           MOVE WK-ENT           TO E571-ENT
           MOVE WK-CEN           TO E571-CEN
           MOVE WK-ACC           TO E571-ACC
           MOVE WK-FLG-PLGACC     TO E571-FLG-PLGACC-NEW
           MOVE WK-FEC-EFFECTIVE  TO E571-FEC-EFFECTIVE
           MOVE WK-USERID        TO E571-USR-REQUEST
      *
           CALL 'BG9M5700' USING BGEC571 WA-QBEC999-01
      *
           MOVE E571-COD-RETURN TO WK-COD-RETURN
           MOVE E571-ERR-OUT    TO WK-ERR-OUT
           PERFORM SHOW-ROUTINE-RESULT.
      *
      ******************************************************************
      *.PN CALL-ACCOUNT-MAINT.                                         *
      ******************************************************************
       CALL-ACCOUNT-MAINT.
      *
           INITIALIZE BGEC573
           MOVE WK-ROUTINE-ACTION TO E573-ACTION
           MOVE WK-ENT           TO E573-ENT
           MOVE WK-CEN           TO E573-CEN
           MOVE WK-ACC           TO E573-ACC
           MOVE WK-FLG-PLGACC     TO E573-FLG-PLGACC
           MOVE WK-USERID        TO E573-USR-REQUEST
      *
           CALL 'BG9M5701' USING BGEC573 WA-QBEC999-01
      *
           MOVE E573-COD-RETURN TO WK-COD-RETURN
           MOVE E573-ERR-OUT    TO WK-ERR-OUT
           PERFORM SHOW-ROUTINE-RESULT.
      *
      ******************************************************************
      *.PN SEND-ACCOUNT-MAP.                                           *
      ******************************************************************
       SEND-ACCOUNT-MAP.
      *
           MOVE LOW-VALUES       TO BGM570CO
           MOVE WK-ACTION        TO CACTO
           MOVE WK-ENT           TO CENTO
           MOVE WK-CEN           TO CCENO
           MOVE WK-ACC           TO CACCO
           MOVE WK-FLG-PLGACC     TO CFLGO
           MOVE WK-FEC-EFFECTIVE  TO CFECO
           MOVE WK-MESSAGE       TO CMSGO
      *
           EXEC CICS
                SEND MAP('BGM570C') MAPSET('BGMS570')
                     FROM(BGM570CO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN OPEN-CATALOG-PANEL.                                         *
      ******************************************************************
       OPEN-CATALOG-PANEL.
      *
           SET E578-MAP-CATALOG TO TRUE
           MOVE SPACES TO VA-PANEL-FIELDS
           MOVE 'KEY THE ACTION AND THE CATALOG CODE AND PRESS ENTER'
             TO WK-MESSAGE
           PERFORM SEND-CATALOG-MAP.
      *
      ******************************************************************
      *.PN PROCESS-CATALOG-PANEL.                                      *
      ******************************************************************
       PROCESS-CATALOG-PANEL.
      *
           EXEC CICS
                RECEIVE MAP('BGM570D') MAPSET('BGMS570')
                        INTO(BGM570DI)
                        RESP(WK-RESP)
           END-EXEC
      *
           IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BGM570DI
           END-IF
      *
           MOVE SPACES TO VA-PANEL-FIELDS
           MOVE DACTI  TO WK-ACTION
           MOVE DCODI  TO WK-CODCLACC
           MOVE DCLAI  TO WK-CLACC
           MOVE DFECI  TO WK-FEC-EFFECTIVE
           INSPECT VA-PANEL-FIELDS REPLACING ALL LOW-VALUES BY SPACES
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM SUBMIT-CATALOG-CHANGE
               PERFORM SEND-CATALOG-MAP
             WHEN DFHPF3
               PERFORM SHOW-BROWSE-PAGE
             WHEN DFHPF9
               PERFORM OPEN-APPROVAL-PANEL
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SEND-CATALOG-MAP
           END-EVALUATE.
      *
      ******************************************************************
      *.PN SUBMIT-CATALOG-CHANGE.                                      *
      * A ADDS AND P RE-POINTS A CODE TO THE CLEARING ACCOUNT KEYED; R *
      * RETIRES IT. A BLANK EFFECTIVE DATE IS TODAY.                   *
      ******************************************************************
       SUBMIT-CATALOG-CHANGE.
      *
           EVALUATE TRUE
             WHEN WK-ACTION NOT EQUAL 'A'
              AND WK-ACTION NOT EQUAL 'R'
              AND WK-ACTION NOT EQUAL 'P'
               MOVE 'ACTION MUST BE A, R OR P' TO WK-MESSAGE
             WHEN WK-CODCLACC EQUAL SPACES
               MOVE 'THE CATALOG CODE IS REQUIRED' TO WK-MESSAGE
             WHEN WK-ACTION NOT EQUAL 'R'
              AND WK-CLACC EQUAL SPACES
               MOVE 'THE CLEARING ACCOUNT IS REQUIRED FOR A AND P'
                 TO WK-MESSAGE
             WHEN OTHER
               IF WK-FEC-EFFECTIVE EQUAL SPACES
                  PERFORM GET-CURRENT-DATE
                  MOVE WK-CURRENT-DATE TO WK-FEC-EFFECTIVE
               END-IF
               IF SW-ERROR-NO
                  PERFORM CALL-CATALOG-MAINT
               END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *.PN CALL-CATALOG-MAINT.                                         *
      ******************************************************************
       CALL-CATALOG-MAINT.
      *
           INITIALIZE BGEC572
           MOVE WK-ACTION        TO E572-ACTION
           MOVE WK-CODCLACC      TO E572-CODCLACC
           MOVE WK-CLACC         TO E572-CLACC
           MOVE WK-FEC-EFFECTIVE  TO E572-FEC-EFFECTIVE
           MOVE WK-USERID        TO E572-USR-REQUEST
      *
           CALL 'BG9M5702' USING BGEC572 WA-QBEC999-01
      *
           MOVE E572-COD-RETURN TO WK-COD-RETURN
           MOVE E572-ERR-OUT    TO WK-ERR-OUT
           PERFORM SHOW-ROUTINE-RESULT.
      *
      ******************************************************************
      *.PN SEND-CATALOG-MAP.                                           *
      ******************************************************************
       SEND-CATALOG-MAP.
      *
           MOVE LOW-VALUES       TO BGM570DO
           MOVE WK-ACTION        TO DACTO
           MOVE WK-CODCLACC      TO DCODO
           MOVE WK-CLACC         TO DCLAO
           MOVE WK-FEC-EFFECTIVE  TO DFECO
           MOVE WK-MESSAGE       TO DMSGO
      *
           EXEC CICS
                SEND MAP('BGM570D') MAPSET('BGMS570')
                     FROM(BGM570DO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN OPEN-CENTER-PANEL.                                          *
      ******************************************************************
       OPEN-CENTER-PANEL.
      *
           SET E578-MAP-CENTER TO TRUE
           MOVE SPACES   TO VA-PANEL-FIELDS
           MOVE E578-ENT TO WK-ENT
           MOVE E578-CEN TO WK-CEN
           MOVE 'KEY THE ACTION AND THE CENTER AND PRESS ENTER'
             TO WK-MESSAGE
           PERFORM SEND-CENTER-MAP.
      *
      ******************************************************************
      *.PN PROCESS-CENTER-PANEL.                                       *
      ******************************************************************
       PROCESS-CENTER-PANEL.
      *
           EXEC CICS
                RECEIVE MAP('BGM570E') MAPSET('BGMS570')
                        INTO(BGM570EI)
                        RESP(WK-RESP)
           END-EXEC
      *
           IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BGM570EI
           END-IF
      *
           MOVE SPACES TO VA-PANEL-FIELDS
           MOVE EACTI  TO WK-ACTION
           MOVE EENTI  TO WK-ENT
           MOVE ECENI  TO WK-CEN
           MOVE EDESI  TO WK-DES-CEN
           INSPECT VA-PANEL-FIELDS REPLACING ALL LOW-VALUES BY SPACES
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM SUBMIT-CENTER-CHANGE
               PERFORM SEND-CENTER-MAP
             WHEN DFHPF3
               PERFORM SHOW-BROWSE-PAGE
             WHEN DFHPF9
               PERFORM OPEN-APPROVAL-PANEL
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SEND-CENTER-MAP
           END-EVALUATE.
      *
      ******************************************************************
      *.PN SUBMIT-CENTER-CHANGE.                                       *
      ******************************************************************
       SUBMIT-CENTER-CHANGE.
      *
           EVALUATE TRUE
             WHEN WK-ACTION NOT EQUAL 'A'
              AND WK-ACTION NOT EQUAL 'C'
              AND WK-ACTION NOT EQUAL 'D'
               MOVE 'ACTION MUST BE A, C OR D' TO WK-MESSAGE
             WHEN WK-ENT EQUAL SPACES
              OR WK-CEN EQUAL SPACES
               MOVE 'ENTITY AND CENTER ARE REQUIRED' TO WK-MESSAGE
             WHEN WK-ACTION NOT EQUAL 'C'
              AND WK-DES-CEN EQUAL SPACES
               MOVE 'THE DESCRIPTION IS REQUIRED FOR A AND D'
                 TO WK-MESSAGE
             WHEN OTHER
               PERFORM CALL-CENTER-MAINT
           END-EVALUATE.
      *
      ******************************************************************
      *.PN CALL-CENTER-MAINT.                                          *
      ******************************************************************
       CALL-CENTER-MAINT.
      *
           INITIALIZE BGEC576
           MOVE WK-ACTION        TO E576-ACTION
           MOVE WK-ENT           TO E576-ENT
           MOVE WK-CEN           TO E576-CEN
           MOVE WK-DES-CEN        TO E576-DES-CEN
           MOVE WK-USERID        TO E576-USR-REQUEST
      *
           CALL 'BG9M5703' USING BGEC576 WA-QBEC999-01
      *
           MOVE E576-COD-RETURN TO WK-COD-RETURN
           MOVE E576-ERR-OUT    TO WK-ERR-OUT
           PERFORM SHOW-ROUTINE-RESULT.
      *
      ******************************************************************
      *.PN SEND-CENTER-MAP.                                            *
      ******************************************************************
       SEND-CENTER-MAP.
      *
           MOVE LOW-VALUES       TO BGM570EO
           MOVE WK-ACTION        TO EACTO
           MOVE WK-ENT           TO EENTO
           MOVE WK-CEN           TO ECENO
           MOVE WK-DES-CEN        TO EDESO
           MOVE WK-MESSAGE       TO EMSGO
      *
           EXEC CICS
                SEND MAP('BGM570E') MAPSET('BGMS570')
                     FROM(BGM570EO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN OPEN-PAIR-PANEL.                                            *
      * THE PAIR PANEL OPENS WITH SIDE A ON THE BROWSED ENTITY AND     *
      * CENTER.                                                        *
      ******************************************************************
       OPEN-PAIR-PANEL.
      *
           SET E578-MAP-PAIRS TO TRUE
           MOVE SPACES   TO VA-PANEL-FIELDS
           MOVE E578-ENT TO WK-ENT
           MOVE E578-CEN TO WK-CEN
           MOVE 'KEY THE ACTION AND BOTH SIDES AND PRESS ENTER'
             TO WK-MESSAGE
           PERFORM SEND-PAIR-MAP.
      *
      ******************************************************************
      *.PN PROCESS-PAIR-PANEL.                                         *
      ******************************************************************
       PROCESS-PAIR-PANEL.
      *
           EXEC CICS
                RECEIVE MAP('BGM570G') MAPSET('BGMS570')
                        INTO(BGM570GI)
                        RESP(WK-RESP)
           END-EXEC
      *
           IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BGM570GI
           END-IF
      *
           MOVE SPACES TO VA-PANEL-FIELDS
           MOVE GACTI  TO WK-ACTION
           MOVE GENAI  TO WK-ENT
           MOVE GCNAI  TO WK-CEN
           MOVE GACAI  TO WK-ACC
           MOVE GENBI  TO WK-ENT-B
           MOVE GCNBI  TO WK-CEN-B
           MOVE GACBI  TO WK-ACC-B
           MOVE GTOLI  TO WK-TOLERANCE
           INSPECT VA-PANEL-FIELDS REPLACING ALL LOW-VALUES BY SPACES
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM SUBMIT-PAIR-CHANGE
               PERFORM SEND-PAIR-MAP
             WHEN DFHPF3
               PERFORM SHOW-BROWSE-PAGE
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SEND-PAIR-MAP
           END-EVALUATE.
      *
      ******************************************************************
      *.PN SUBMIT-PAIR-CHANGE.                                         *
      * THE TOLERANCE IS KEYED IN WHOLE UNITS (THE MAP RIGHT-JUSTIFIES *
      * AND ZERO-FILLS IT); BLANK IS ZERO. BG9M5705 DOES THE BGDT041   *
      * CHECKS ON A SET UP.                                            *
      ******************************************************************
       SUBMIT-PAIR-CHANGE.
      *
           IF WK-TOLERANCE EQUAL SPACES
              MOVE ZERO TO WK-TOLERANCE-NUM
           END-IF
      *
           EVALUATE TRUE
             WHEN WK-ACTION NOT EQUAL 'A'
              AND WK-ACTION NOT EQUAL 'D'
              AND WK-ACTION NOT EQUAL 'T'
               MOVE 'ACTION MUST BE A, D OR T' TO WK-MESSAGE
             WHEN WK-ENT   EQUAL SPACES
              OR WK-CEN   EQUAL SPACES
              OR WK-ACC   EQUAL SPACES
              OR WK-ENT-B EQUAL SPACES
              OR WK-CEN-B EQUAL SPACES
              OR WK-ACC-B EQUAL SPACES
               MOVE 'BOTH SIDES NEED ENTITY, CENTER AND ACCOUNT'
                 TO WK-MESSAGE
             WHEN WK-ENT EQUAL WK-ENT-B
               MOVE 'THE TWO SIDES MUST BE ON DIFFERENT ENTITIES'
                 TO WK-MESSAGE
             WHEN WK-TOLERANCE-NUM NOT NUMERIC
               MOVE 'TOLERANCE IS WHOLE UNITS - DIGITS ONLY'
                 TO WK-MESSAGE
             WHEN OTHER
               PERFORM CALL-PAIR-MAINT
           END-EVALUATE.
      *
      ******************************************************************
      *.PN CALL-PAIR-MAINT.                                            *
      ******************************************************************
       CALL-PAIR-MAINT.
      *
           INITIALIZE BGEC579
           MOVE WK-ACTION        TO E579-ACTION
           MOVE WK-ENT           TO E579-ENT-A
           MOVE WK-CEN           TO E579-CEN-A
           MOVE WK-ACC           TO E579-ACC-A
           MOVE WK-ENT-B         TO E579-ENT-B
           MOVE WK-CEN-B         TO E579-CEN-B
           MOVE WK-ACC-B         TO E579-ACC-B
           MOVE WK-TOLERANCE-NUM TO E579-IMP-TOLERANCE
           MOVE WK-USERID        TO E579-USR-REQUEST
      *
           CALL 'BG9M5705' USING BGEC579 WA-QBEC999-01
      *
           MOVE E579-COD-RETURN TO WK-COD-RETURN
           MOVE E579-ERR-OUT    TO WK-ERR-OUT
           PERFORM SHOW-ROUTINE-RESULT.
      *
      ******************************************************************
      *.PN SEND-PAIR-MAP.                                              *
      ******************************************************************
       SEND-PAIR-MAP.
      *
           MOVE LOW-VALUES       TO BGM570GO
           MOVE WK-ACTION        TO GACTO
           MOVE WK-ENT           TO GENAO
           MOVE WK-CEN           TO GCNAO
           MOVE WK-ACC           TO GACAO
           MOVE WK-ENT-B         TO GENBO
           MOVE WK-CEN-B         TO GCNBO
           MOVE WK-ACC-B         TO GACBO
           MOVE WK-TOLERANCE     TO GTOLO
           MOVE WK-MESSAGE       TO GMSGO
      *
           EXEC CICS
                SEND MAP('BGM570G') MAPSET('BGMS570')
                     FROM(BGM570GO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN OPEN-APPROVAL-PANEL.                                        *
      ******************************************************************
       OPEN-APPROVAL-PANEL.
      *
           MOVE CA-TS-LOW TO WK-KEY-TS
           PERFORM LIST-APPROVAL-PAGE.
      *
      ******************************************************************
      *.PN PROCESS-APPROVAL-PANEL.                                     *
      ******************************************************************
       PROCESS-APPROVAL-PANEL.
      *
           EXEC CICS
                RECEIVE MAP('BGM570F') MAPSET('BGMS570')
                        INTO(BGM570FI)
                        RESP(WK-RESP)
           END-EXEC
      *
           IF WK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BGM570FI
           END-IF
      *
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM DECIDE-HELD-CHANGE
               PERFORM SHOW-APPROVAL-PAGE
             WHEN DFHPF3
               PERFORM SHOW-BROWSE-PAGE
             WHEN DFHPF7
               PERFORM OPEN-APPROVAL-PANEL
             WHEN DFHPF8
               IF E578-TS-NEXT NOT EQUAL SPACES
                  MOVE E578-TS-NEXT TO WK-KEY-TS
                  PERFORM LIST-APPROVAL-PAGE
               ELSE
                  MOVE 'ALREADY ON THE LAST PAGE' TO WK-MESSAGE
                  PERFORM SHOW-APPROVAL-PAGE
               END-IF
             WHEN OTHER
               MOVE 'THAT KEY IS NOT USED ON THIS PANEL' TO WK-MESSAGE
               PERFORM SHOW-APPROVAL-PAGE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN DECIDE-HELD-CHANGE.                                         *
      * THE ONE LINE SELECTED IS APPROVED ('A') OR REJECTED ('R')      *
      * THROUGH BG9M5704 WITH THE SIGNED-ON USER AS THE APPROVER.      *
      ******************************************************************
       DECIDE-HELD-CHANGE.
      *
           MOVE ZERO TO VN-SELECTED
           MOVE ZERO TO VN-ROW-SELECTED
           MOVE CN-1 TO VN-ROW
           PERFORM CHECK-APPROVAL-ROW
             UNTIL VN-ROW GREATER CN-MAX-HELD
      *
           EVALUATE TRUE
             WHEN VN-SELECTED GREATER CN-1
               MOVE 'SELECT ONE LINE AT A TIME' TO WK-MESSAGE
             WHEN VN-SELECTED EQUAL ZERO
               MOVE 'SELECT A LINE WITH A (APPROVE) OR R (REJECT)'
                 TO WK-MESSAGE
             WHEN VN-ROW-SELECTED GREATER E578-HELD-COUNT
               MOVE 'THERE IS NO CHANGE ON THAT LINE' TO WK-MESSAGE
             WHEN WK-SEL-ACTION EQUAL 'A'
               PERFORM CALL-DECISION-ROUTINE
             WHEN WK-SEL-ACTION EQUAL 'R'
               PERFORM CALL-DECISION-ROUTINE
             WHEN OTHER
               MOVE 'SELECT A LINE WITH A (APPROVE) OR R (REJECT)'
                 TO WK-MESSAGE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN CHECK-APPROVAL-ROW.                                         *
      ******************************************************************
       CHECK-APPROVAL-ROW.
      *
           EVALUATE VN-ROW
             WHEN 1  MOVE FSEL01I TO WK-SEL
             WHEN 2  MOVE FSEL02I TO WK-SEL
             WHEN 3  MOVE FSEL03I TO WK-SEL
             WHEN 4  MOVE FSEL04I TO WK-SEL
             WHEN 5  MOVE FSEL05I TO WK-SEL
             WHEN 6  MOVE FSEL06I TO WK-SEL
             WHEN 7  MOVE FSEL07I TO WK-SEL
             WHEN 8  MOVE FSEL08I TO WK-SEL
             WHEN 9  MOVE FSEL09I TO WK-SEL
             WHEN 10 MOVE FSEL10I TO WK-SEL
           END-EVALUATE
           INSPECT WK-SEL REPLACING ALL LOW-VALUES BY SPACES
      *
           IF WK-SEL NOT EQUAL SPACES
              ADD CN-1 TO VN-SELECTED
              MOVE VN-ROW TO VN-ROW-SELECTED
              MOVE WK-SEL TO WK-SEL-ACTION
           END-IF
      *
           ADD CN-1 TO VN-ROW.
      *
      ******************************************************************
      *.PN CALL-DECISION-ROUTINE.                                      *
      * AN APPROVED CHANGE SHOWS THE RETURN CODE OF THE ROUTINE IT WAS *
      * RE-DRIVEN THROUGH; A REFUSED DECISION SHOWS BG9M5704'S OWN.    *
      ******************************************************************
       CALL-DECISION-ROUTINE.
      *
           INITIALIZE BGEC577
           MOVE WK-SEL-ACTION                   TO E577-ACTION
           MOVE E578-HELD-TS(VN-ROW-SELECTED)   TO E577-TIMESTAMP
           MOVE WK-USERID                       TO E577-USR-APPROVE
      *
           CALL 'BG9M5704' USING BGEC577 WA-QBEC999-01
      *
           MOVE E577-ERR-OUT TO WK-ERR-OUT
           IF E577-COD-RETURN EQUAL '00'
              IF E577-ACTION-APPROVE
                 MOVE E577-COD-APPLY TO WK-COD-RETURN
                 PERFORM SHOW-ROUTINE-RESULT
              ELSE
                 MOVE 'CHANGE REJECTED - NOTHING WAS APPLIED'
                   TO WK-MESSAGE
              END-IF
           ELSE
              MOVE E577-COD-RETURN TO WK-COD-RETURN
              PERFORM SHOW-ROUTINE-RESULT
           END-IF.
      *
      ******************************************************************
      *.PN SHOW-APPROVAL-PAGE.                                         *
      ******************************************************************
       SHOW-APPROVAL-PAGE.
      *
           IF E578-TS-FIRST EQUAL SPACES
              MOVE CA-TS-LOW     TO WK-KEY-TS
           ELSE
              MOVE E578-TS-FIRST TO WK-KEY-TS
           END-IF
           PERFORM LIST-APPROVAL-PAGE.
      *
      ******************************************************************
      *.PN LIST-APPROVAL-PAGE.                                         *
      * LISTS THE CHANGES HELD AWAITING APPROVAL, OLDEST FIRST, FROM   *
      * WK-KEY-TS ON. ONE MORE ROW IS READ TO KNOW WHETHER ANOTHER     *
      * PAGE FOLLOWS AND WHERE IT STARTS.                              *
      ******************************************************************
       LIST-APPROVAL-PAGE.
      *
           SET E578-MAP-APPROVAL TO TRUE
           SET SW-ERROR-NO TO TRUE
           MOVE ZERO   TO E578-HELD-COUNT
           MOVE SPACES TO E578-TS-FIRST
           MOVE SPACES TO E578-TS-NEXT
      *
           EXEC SQL
                DECLARE CSR-APR048 CURSOR FOR
                  SELECT T048_ROUTINE, T048_ACTION, T048_ENT,
                         T048_CEN_REG, T048_ACC, T048_FLG_PLGACC,
                         T048_CODCLACC, T048_CLACC,
                         T048_FEC_EFFECTIVE, T048_USR_REQUEST,
                         CHAR(T048_TIMESTAMP)
                    FROM BGDT048
                   WHERE T048_STA_PEND   = :CA-AWAITING
                     AND T048_TIMESTAMP >= :WK-KEY-TS
                   ORDER BY T048_TIMESTAMP
           END-EXEC
      *
           EXEC SQL
                OPEN CSR-APR048
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE 'BGDT048' TO WM-DB-TABLE
              PERFORM DB-ERROR-MESSAGE
           ELSE
              SET SW-END-NO TO TRUE
              PERFORM FETCH-HELD-ROW
                UNTIL SW-END-YES OR SW-ERROR-YES
              EXEC SQL
                   CLOSE CSR-APR048
              END-EXEC
           END-IF
      *
           IF SW-ERROR-YES
              MOVE ZERO TO E578-HELD-COUNT
           END-IF
      *
           IF SW-ERROR-NO AND WK-MESSAGE EQUAL SPACES
              EVALUATE TRUE
                WHEN E578-HELD-COUNT EQUAL ZERO
                  MOVE 'NOTHING IS AWAITING APPROVAL' TO WK-MESSAGE
                WHEN E578-TS-NEXT NOT EQUAL SPACES
                  MOVE 'MORE CHANGES FOLLOW - PF8 FOR THE NEXT PAGE'
                    TO WK-MESSAGE
                WHEN OTHER
                  MOVE 'SELECT WITH A OR R - ANOTHER USER DECIDES YOURS'
                    TO WK-MESSAGE
              END-EVALUATE
           END-IF
      *
           PERFORM SEND-APPROVAL-MAP.
      *
      ******************************************************************
      *.PN FETCH-HELD-ROW.                                             *
      ******************************************************************
       FETCH-HELD-ROW.
      *
           EXEC SQL
                FETCH CSR-APR048
                  INTO :V048-ROUTINE, :V048-ACTION, :V048-ENT,
                       :V048-CEN-REG, :V048-ACC, :V048-FLG-PLGACC,
                       :V048-CODCLACC, :V048-CLACC,
                       :V048-FEC-EFFECTIVE, :V048-USR-REQUEST,
                       :V048-TIMESTAMP
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              SET SW-END-YES TO TRUE
           ELSE
              IF NOT SQL-88-OK
                 MOVE 'BGDT048' TO WM-DB-TABLE
                 PERFORM DB-ERROR-MESSAGE
              ELSE
                 IF E578-HELD-COUNT LESS CN-MAX-HELD
                    PERFORM KEEP-HELD-ROW
                 ELSE
                    MOVE V048-TIMESTAMP TO E578-TS-NEXT
                    SET SW-END-YES TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN KEEP-HELD-ROW.                                              *
      ******************************************************************
       KEEP-HELD-ROW.
      *
           ADD CN-1 TO E578-HELD-COUNT
           IF E578-HELD-COUNT EQUAL CN-1
              MOVE V048-TIMESTAMP TO E578-TS-FIRST
           END-IF
           MOVE V048-TIMESTAMP TO E578-HELD-TS(E578-HELD-COUNT)
      *
           MOVE V048-ROUTINE        TO WH-ROUTINE
           MOVE V048-ACTION         TO WH-ACTION
           MOVE V048-ENT            TO WH-ENT
           MOVE V048-CEN-REG        TO WH-CEN-REG
           MOVE V048-ACC            TO WH-ACC
           MOVE V048-FLG-PLGACC     TO WH-FLG-PLGACC
           MOVE V048-CODCLACC       TO WH-CODCLACC
           MOVE V048-CLACC          TO WH-CLACC
           MOVE V048-FEC-EFFECTIVE  TO WH-FEC-EFFECTIVE
           MOVE V048-USR-REQUEST    TO WH-USR-REQUEST
           MOVE WK-HELD-LINE TO TB-LINE(E578-HELD-COUNT).
      *
      ******************************************************************
      *.PN SEND-APPROVAL-MAP.                                          *
      ******************************************************************
       SEND-APPROVAL-MAP.
      *
           MOVE LOW-VALUES TO BGM570FO
      *
           MOVE CN-1 TO VN-ROW
           PERFORM PUT-APPROVAL-ROW
             UNTIL VN-ROW GREATER CN-MAX-HELD
      *
           MOVE WK-MESSAGE TO FMSGO
      *
           EXEC CICS
                SEND MAP('BGM570F') MAPSET('BGMS570')
                     FROM(BGM570FO)
                     ERASE
           END-EXEC.
      *
      ******************************************************************
      *.PN PUT-APPROVAL-ROW.                                           *
      ******************************************************************
       PUT-APPROVAL-ROW.
      *
           MOVE SPACES TO WK-LINE
           IF VN-ROW NOT GREATER E578-HELD-COUNT
              MOVE TB-LINE(VN-ROW) TO WK-LINE
           END-IF
      *
           EVALUATE VN-ROW
             WHEN 1  MOVE WK-LINE TO FLIN01O
             WHEN 2  MOVE WK-LINE TO FLIN02O
             WHEN 3  MOVE WK-LINE TO FLIN03O
             WHEN 4  MOVE WK-LINE TO FLIN04O
             WHEN 5  MOVE WK-LINE TO FLIN05O
             WHEN 6  MOVE WK-LINE TO FLIN06O
             WHEN 7  MOVE WK-LINE TO FLIN07O
             WHEN 8  MOVE WK-LINE TO FLIN08O
             WHEN 9  MOVE WK-LINE TO FLIN09O
             WHEN 10 MOVE WK-LINE TO FLIN10O
           END-EVALUATE
      *
           ADD CN-1 TO VN-ROW.
      *
      ******************************************************************
      *.PN GET-CURRENT-DATE.                                           *
      ******************************************************************
       GET-CURRENT-DATE.
      *
           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WK-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE 'SYSDUMMY' TO WM-DB-TABLE
              PERFORM DB-ERROR-MESSAGE
           END-IF.
      *
      ******************************************************************
      *.PN SHOW-ROUTINE-RESULT.                                        *
      * PUTS A ROUTINE'S RETURN CODE ON THE MESSAGE LINE IN PLAIN      *
      * WORDS. ON '99' THE TABLE AND SQLCODE ARE SHOWN AND WHATEVER    *
      * THE ROUTINE DID IN THIS TASK IS BACKED OUT.                    *
      ******************************************************************
       SHOW-ROUTINE-RESULT.
      *
           MOVE WK-COD-RETURN TO WM-COD-RETURN
           MOVE SPACES        TO WM-SQL-TEXT
      *
           EVALUATE WK-COD-RETURN
             WHEN '00'
               MOVE 'DONE - CHANGE APPLIED' TO WM-TEXT
             WHEN '10'
               MOVE 'REFUSED - DATA MISSING OR NOT VALID' TO WM-TEXT
             WHEN '15'
               MOVE 'REFUSED - CENTER NOT OPEN ON BGDT049' TO WM-TEXT
             WHEN '20'
               MOVE 'REFUSED - IT ALREADY EXISTS' TO WM-TEXT
             WHEN '25'
               MOVE 'REFUSED - THE REQUESTER CANNOT APPROVE IT'
                 TO WM-TEXT
             WHEN '30'
               MOVE 'REFUSED - NOT FOUND' TO WM-TEXT
             WHEN '35'
               MOVE 'REFUSED - IT IS CLOSED OR RETIRED' TO WM-TEXT
             WHEN '40'
               MOVE 'NOTHING TO DO - ALREADY THAT WAY' TO WM-TEXT
             WHEN '50'
               MOVE 'ACCEPTED - QUEUED FOR ITS EFFECTIVE DATE'
                 TO WM-TEXT
             WHEN '60'
               MOVE 'SUBMITTED - AWAITS A SECOND USER ON PF9'
                 TO WM-TEXT
             WHEN '99'
               MOVE 'DATABASE ERROR, NOTHING CHANGED -' TO WM-TEXT
               MOVE WK-DES-TABLE TO WM-DES-TABLE
               MOVE WK-SQLCODE   TO WM-SQLCODE
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
             WHEN OTHER
               MOVE 'UNEXPECTED RETURN CODE' TO WM-TEXT
           END-EVALUATE
      *
           MOVE WK-RC-MESSAGE TO WK-MESSAGE.
      *
      ******************************************************************
      *.PN DB-ERROR-MESSAGE.                                           *
      * A DB2 ERROR ON THE PROGRAM'S OWN READS. THE TABLE IS IN        *
      * WM-DB-TABLE; NOTHING HAS BEEN CHANGED.                         *
      ******************************************************************
       DB-ERROR-MESSAGE.
      *
           MOVE SQLCODE       TO WM-DB-SQLCODE
           MOVE WK-DB-MESSAGE TO WK-MESSAGE
           SET SW-ERROR-YES   TO TRUE.
      *
      ******************************************************************
      * ALNOVA SERIAL NUMBER: 934F7F9B ********* DO NOT REMOVE *********
