      *****************************************************************
      **  MEMBER :  ACPIACAP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CONFIRMED ADDRESS/CONTACT CHANGES FOR POLICY     **
      **            SERVICE                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       ACAP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WACAP-SEQ-IO-STATUS.

           WRITE RACAP-SEQ-REC-INFO.

           IF  WACAP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACAP-9000-HANDLE-ERROR
                   THRU ACAP-9000-HANDLE-ERROR-X
           END-IF.

       ACAP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       ACAP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WACAP-SEQ-IO-STATUS.

           OPEN OUTPUT ACAP-DATA-FILE.

           IF  WACAP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACAP-9000-HANDLE-ERROR
                   THRU ACAP-9000-HANDLE-ERROR-X
           END-IF.

       ACAP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ACAP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WACAP-SEQ-IO-STATUS.

           CLOSE ACAP-DATA-FILE.

           IF  WACAP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACAP-9000-HANDLE-ERROR
                   THRU ACAP-9000-HANDLE-ERROR-X
           END-IF.

       ACAP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ACAP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WACAP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WACAP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WACAP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ACAP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIACAP                    **
      *****************************************************************
