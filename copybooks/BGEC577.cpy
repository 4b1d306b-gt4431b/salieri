      ******************************************************************
      *B.PD.S                                                          *
      * BGEC577: COMMAREA FOR BG9M5704, THE FOUR-EYES DECISION         *
      * ROUTINE FOR CHANGES HELD ON BGDT048 AWAITING APPROVAL. CARRIES *
      * THE DECISION (APPROVE OR REJECT), THE QUEUEING TIMESTAMP THAT  *
      * IDENTIFIES THE HELD ROW AND THE DECIDING USER'S ID IN ON       *
      * INPUT. ON OUTPUT IT CARRIES THE RETURN CODE, THE ROUTINE THE   *
      * CHANGE BELONGED TO, THAT ROUTINE'S OWN RETURN CODE WHEN AN     *
      * APPROVED CHANGE WAS RE-DRIVEN, AND THE DB2 ERROR-OUT BLOCK.    *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01 BGEC577.
           05 E577-ACTION                  PIC X(01).
              88 E577-ACTION-APPROVE                   VALUE 'A'.
              88 E577-ACTION-REJECT                    VALUE 'R'.
      *
           05 E577-TIMESTAMP                PIC X(26).
           05 E577-USR-APPROVE              PIC X(08).
           05 E577-COD-RETURN              PIC X(02).
      *
           05 E577-ROUTINE                 PIC X(08).
           05 E577-USR-REQUEST              PIC X(08).
           05 E577-COD-APPLY                PIC X(02).
      *
           05 E577-ERR-OUT.
              10 E577-SQLCODE              PIC S9(09) COMP.
              10 E577-SQLERRM              PIC X(70).
              10 E577-DES-TABLE            PIC X(08).
              10 E577-REFERENCE            PIC X(10).
      *
