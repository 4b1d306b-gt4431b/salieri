      * ROUTINE REFUSED THE CHANGE AT APPLY TIME, WITH THE ROUTINE'S   *
      * RETURN CODE IN T048_COD_APPLY EITHER WAY. T048_TIMESTAMP IS    *
      * THE QUEUEING TIMESTAMP AND THE ROW'S IDENTITY.                 *
      * THE SAME QUEUE HOLDS CHANGES AWAITING FOUR-EYES APPROVAL: A    *
      * CALL TO BG9M5700/5701/5702/5703 WITHOUT AN APPROVER IS TAKEN   *
      * ONTO IT AS 'W' (WAITING, RETURN CODE '60') AND NOTHING ELSE    *
      * HAPPENS UNTIL BG9M5704 RECORDS A SECOND USER'S DECISION: 'R'   *
      * WHEN REJECTED, OR THE CHANGE IS RE-DRIVEN WITH BOTH USER IDS   *
      * AND THE ROW ENDS 'A' OR 'E' AS ABOVE (A FUTURE-DATED CHANGE    *
      * THEN COMES BACK AS A NEW 'P' ROW, '50' IN T048_COD_APPLY).     *
      * T048_USR_REQUEST/T048_USR_APPROVE CARRY THE TWO USERS,         *
      * T048_ID_BATCH THE BG9B5711 BATCH A HELD CHANGE CAME IN WITH,   *
      * AND T048_DES_CEN THE BG9M5703 CENTER DESCRIPTION.              *
      *B.PD.E                                                          *
      ******************************************************************
      *
              88 V048-STA-PENDING                       VALUE 'P'.
              88 V048-STA-APPLIED                       VALUE 'A'.
              88 V048-STA-ERROR                         VALUE 'E'.
              88 V048-STA-AWAITING                      VALUE 'W'.
              88 V048-STA-REJECTED                      VALUE 'R'.
           05 V048-COD-APPLY                PIC X(02).
           05 V048-TIMESTAMP                PIC X(26).
           05 V048-USR-REQUEST              PIC X(08).
           05 V048-USR-APPROVE              PIC X(08).
           05 V048-ID-BATCH                 PIC X(08).
           05 V048-DES-CEN                  PIC X(30).
      *
