      * CARRIES THE ENTITY/CENTER/ACCOUNT AND THE NEW FLAG IN ON       *
      * INPUT, AND THE RETURN CODE AND THE DB2 ERROR-OUT BLOCK ON      *
      * OUTPUT.                                                        *
      * EVERY CHANGE CARRIES THE REQUESTER'S USER ID. A CALL WITH NO   *
      * APPROVER IS HELD ON BGDT048 FOR A SECOND USER TO APPROVE       *
      * ('60'); ONLY BG9M5704 AND THE BG9B5712 RE-DRIVE FILL IN THE    *
      * APPROVER. THE BATCH ID GROUPS A BG9B5711 FILE'S HELD CHANGES   *
      * SO THEY CAN BE APPROVED TOGETHER (SPACES FOR A SINGLE CHANGE). *
      *B.PD.E                                                          *
      ******************************************************************
      *
              88 E571-FLG-NEW-PLEDGED                  VALUE 'P'.
      *
           05 E571-FEC-EFFECTIVE            PIC X(10).
           05 E571-USR-REQUEST              PIC X(08).
           05 E571-USR-APPROVE              PIC X(08).
           05 E571-ID-BATCH                 PIC X(08).
           05 E571-COD-RETURN              PIC X(02).
      *
           05 E571-ERR-OUT.
