      * THE CLEARING ACCOUNT (FOR ADD AND RE-POINT) AND THE EFFECTIVE  *
      * DATE IN ON INPUT, AND THE RETURN CODE AND THE DB2 ERROR-OUT    *
      * BLOCK ON OUTPUT.                                               *
      * EVERY CHANGE CARRIES THE REQUESTER'S USER ID. A CALL WITH NO   *
      * APPROVER IS HELD ON BGDT048 FOR A SECOND USER TO APPROVE       *
      * ('60'); ONLY BG9M5704 AND THE BG9B5712 RE-DRIVE FILL IN THE    *
      * APPROVER. THE BATCH ID GROUPS A BG9B5711 FILE'S HELD CHANGES   *
      * SO THEY CAN BE APPROVED TOGETHER (SPACES FOR A SINGLE CHANGE). *
      *B.PD.E                                                          *
      ******************************************************************
      *
           05 E572-CODCLACC                PIC X(06).
           05 E572-CLACC                   PIC X(10).
           05 E572-FEC-EFFECTIVE            PIC X(10).
           05 E572-USR-REQUEST              PIC X(08).
           05 E572-USR-APPROVE              PIC X(08).
           05 E572-ID-BATCH                 PIC X(08).
           05 E572-COD-RETURN              PIC X(02).
      *
           05 E572-ERR-OUT.
