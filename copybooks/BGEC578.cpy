      ******************************************************************
      *B.PD.S                                                          *
      * BGEC578: COMMAREA OF THE BG70 ONLINE TRANSACTION (BG9O5700),   *
      * PASSED FROM ONE PSEUDO-CONVERSATIONAL TASK TO THE NEXT. SAYS   *
      * WHICH PANEL IS ON THE SCREEN AND CARRIES WHAT THE NEXT TASK    *
      * NEEDS TO CARRY ON: THE BROWSE SELECTION (ENTITY, CENTER AND    *
      * THE STATUS AND F/P FILTERS), THE PAGE KEYS AND THE ACCOUNTS    *
      * SHOWN ON THE PAGE, THE ACCOUNT BEING LOOKED AT, AND THE        *
      * QUEUEING TIMESTAMPS OF THE HELD CHANGES ON THE APPROVAL PAGE.  *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 BGEC578.
           05 E578-MAP                     PIC X(01).
              88 E578-MAP-BROWSE                       VALUE 'A'.
              88 E578-MAP-DOSSIER                      VALUE 'B'.
              88 E578-MAP-ACCOUNT                      VALUE 'C'.
              88 E578-MAP-CATALOG                      VALUE 'D'.
              88 E578-MAP-CENTER                       VALUE 'E'.
              88 E578-MAP-APPROVAL                     VALUE 'F'.
              88 E578-MAP-PAIRS                        VALUE 'G'.
      *
      * BROWSE SELECTION. A BLANK FILTER TAKES EVERY VALUE.            *
           05 E578-ENT                     PIC X(04).
           05 E578-CEN                     PIC X(04).
           05 E578-STA-FILTER               PIC X(01).
           05 E578-FLG-FILTER               PIC X(01).
      *
      * FIRST ACCOUNT ON THE PAGE AND FIRST ACCOUNT OF THE NEXT PAGE   *
      * (SPACES WHEN THE PAGE IS THE LAST ONE).                        *
           05 E578-ACC-FIRST                PIC X(10).
           05 E578-ACC-NEXT                 PIC X(10).
           05 E578-ROW-COUNT               PIC S9(04)  COMP.
           05 E578-TB-ROW OCCURS 12 TIMES.
              10 E578-ROW-ACC              PIC X(10).
              10 E578-ROW-FLG              PIC X(01).
      *
      * ACCOUNT OPENED FROM THE BROWSE (DOSSIER OR MAINTENANCE).       *
           05 E578-ACC                     PIC X(10).
           05 E578-FLG-PLGACC               PIC X(01).
      *
      * APPROVAL PAGE: FIRST ROW OF THE PAGE, FIRST ROW OF THE NEXT    *
      * PAGE (SPACES WHEN NONE) AND THE ROW BEHIND EACH LINE.          *
           05 E578-TS-FIRST                 PIC X(26).
           05 E578-TS-NEXT                  PIC X(26).
           05 E578-HELD-COUNT              PIC S9(04)  COMP.
           05 E578-TB-HELD OCCURS 10 TIMES.
              10 E578-HELD-TS              PIC X(26).
      *
