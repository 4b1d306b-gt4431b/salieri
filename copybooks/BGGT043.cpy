      * ACCOUNTS. ONE ROW IS INSERTED EVERY TIME A CLEARING ACCOUNT'S *
      * FUNDS-OR-PLEDGED FLAG CHANGES, CARRYING THE OLD AND NEW FLAG  *
      * AND THE DATE THE CHANGE TAKES EFFECT, SO AN ACCOUNT'S F/P     *
      * ROUTING CAN BE RECONSTRUCTED AS OF ANY PAST DATE. THE          *
      * REQUESTER AND THE APPROVER (A DIFFERENT USER) OF THE CHANGE    *
      * ARE CARRIED FOR THE FOUR-EYES AUDIT.                           *
      *B.PD.E                                                          *
      ******************************************************************
      *
           05 V043-FLG-PLGACC-NEW            PIC X(01).
           05 V043-FEC-EFFECTIVE            PIC X(10).
           05 V043-TIMESTAMP                PIC X(26).
           05 V043-USR-REQUEST              PIC X(08).
           05 V043-USR-APPROVE              PIC X(08).
      *
