      *****************************************************************
      **  MEMBER :  ACPIPNRX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            POLICY NUMBER RANGE INVENTORY AND EXHAUSTION     **
      **            PROJECTION REPORT EXTRACT (ASBM9502)             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       PNRX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WPNRX-SEQ-IO-STATUS.

           WRITE RPNRX-SEQ-REC-INFO.

           IF  WPNRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PNRX-9000-HANDLE-ERROR
                   THRU PNRX-9000-HANDLE-ERROR-X
           END-IF.

       PNRX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       PNRX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WPNRX-SEQ-IO-STATUS.

           OPEN OUTPUT PNRX-DATA-FILE.

           IF  WPNRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PNRX-9000-HANDLE-ERROR
                   THRU PNRX-9000-HANDLE-ERROR-X
           END-IF.

       PNRX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       PNRX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPNRX-SEQ-IO-STATUS.

           CLOSE PNRX-DATA-FILE.

           IF  WPNRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PNRX-9000-HANDLE-ERROR
                   THRU PNRX-9000-HANDLE-ERROR-X
           END-IF.

       PNRX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PNRX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPNRX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPNRX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPNRX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PNRX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPNRX                    **
      *****************************************************************
