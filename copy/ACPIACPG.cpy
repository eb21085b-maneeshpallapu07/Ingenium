      *****************************************************************
      **  MEMBER :  ACPIACPG                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE - NEXT      **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       ACPG-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WACPG-SEQ-IO-STATUS.

           WRITE RACPG-SEQ-REC-INFO.

           IF  WACPG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPG-9000-HANDLE-ERROR
                   THRU ACPG-9000-HANDLE-ERROR-X
           END-IF.

       ACPG-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       ACPG-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WACPG-SEQ-IO-STATUS.

           OPEN OUTPUT ACPG-DATA-FILE.

           IF  WACPG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPG-9000-HANDLE-ERROR
                   THRU ACPG-9000-HANDLE-ERROR-X
           END-IF.

       ACPG-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ACPG-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WACPG-SEQ-IO-STATUS.

           CLOSE ACPG-DATA-FILE.

           IF  WACPG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPG-9000-HANDLE-ERROR
                   THRU ACPG-9000-HANDLE-ERROR-X
           END-IF.

       ACPG-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ACPG-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WACPG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WACPG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WACPG-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ACPG-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIACPG                    **
      *****************************************************************
