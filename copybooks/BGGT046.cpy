      * RE-POINT OF A CATALOG CODE, CARRYING THE OLD AND NEW CLEARING  *
      * ACCOUNT, THE OLD AND NEW STATUS AND THE DATE THE CHANGE TAKES  *
      * EFFECT, SO THE CATALOG CAN BE RECONSTRUCTED AS OF ANY PAST     *
      * DATE. THE REQUESTER AND THE APPROVER (A DIFFERENT USER) OF     *
      * THE CHANGE ARE CARRIED FOR THE FOUR-EYES AUDIT.                *
      *B.PD.E                                                          *
      ******************************************************************
      *
           05 V046-STA-COD-NEW              PIC X(01).
           05 V046-FEC-EFFECTIVE            PIC X(10).
           05 V046-TIMESTAMP                PIC X(26).
           05 V046-USR-REQUEST              PIC X(08).
           05 V046-USR-APPROVE              PIC X(08).
      *
