      * CLOSE OR RE-DESCRIBE), THE ENTITY/CENTER KEY AND THE           *
      * DESCRIPTION (FOR ADD AND RE-DESCRIBE) IN ON INPUT, AND THE     *
      * RETURN CODE AND THE DB2 ERROR-OUT BLOCK ON OUTPUT.             *
      * EVERY CHANGE CARRIES THE REQUESTER'S USER ID. A CALL WITH NO   *
      * APPROVER IS HELD ON BGDT048 FOR A SECOND USER TO APPROVE       *
      * ('60'); ONLY BG9M5704 FILLS IN THE APPROVER. THE BATCH ID      *
      * GROUPS HELD CHANGES SO THEY CAN BE APPROVED TOGETHER (SPACES   *
      * FOR A SINGLE CHANGE).                                          *
      *B.PD.E                                                          *
      ******************************************************************
      *
           05 E576-ENT                     PIC X(04).
           05 E576-CEN                     PIC X(04).
           05 E576-DES-CEN                  PIC X(30).
           05 E576-USR-REQUEST              PIC X(08).
           05 E576-USR-APPROVE              PIC X(08).
           05 E576-ID-BATCH                 PIC X(08).
           05 E576-COD-RETURN              PIC X(02).
      *
           05 E576-ERR-OUT.
