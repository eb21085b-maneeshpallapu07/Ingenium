      *****************************************************************
      **  MEMBER :  ACPIPAIF                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            POLICY ADMINISTRATION IN-FORCE EXTRACT           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       PAIF-1000-READ.
      *---------------

           MOVE ZERO                   TO WPAIF-SEQ-IO-STATUS.

           READ PAIF-DATA-FILE
                AT END
                MOVE '08'            TO WPAIF-SEQ-IO-STATUS
                GO TO PAIF-1000-READ-X.

           IF  RPAIF-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WPAIF-SEQ-IO-STATUS
           END-IF.

           IF  WPAIF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PAIF-9000-HANDLE-ERROR
                   THRU PAIF-9000-HANDLE-ERROR-X
           END-IF.

       PAIF-1000-READ-X.
           EXIT.
      /
      *---------------------
       PAIF-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WPAIF-SEQ-IO-STATUS.

           OPEN INPUT PAIF-DATA-FILE.

           IF  WPAIF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PAIF-9000-HANDLE-ERROR
                   THRU PAIF-9000-HANDLE-ERROR-X
           END-IF.

       PAIF-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       PAIF-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPAIF-SEQ-IO-STATUS.

           CLOSE PAIF-DATA-FILE.

           IF  WPAIF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PAIF-9000-HANDLE-ERROR
                   THRU PAIF-9000-HANDLE-ERROR-X
           END-IF.

       PAIF-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PAIF-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPAIF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPAIF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPAIF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PAIF-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPAIF                    **
      *****************************************************************
