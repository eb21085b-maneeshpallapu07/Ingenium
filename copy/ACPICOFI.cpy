      *****************************************************************
      **  MEMBER :  ACPICOFI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            COUNTER-OFFER REGISTER                           **
      **            (PRIOR GENERATION) READ BY ASBM9515              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       COFI-1000-READ.
      *---------------

           MOVE ZERO                   TO WCOFI-SEQ-IO-STATUS.

           READ COFI-DATA-FILE
                AT END
                MOVE '08'            TO WCOFI-SEQ-IO-STATUS
                GO TO COFI-1000-READ-X.

           IF  RCOFI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCOFI-SEQ-IO-STATUS
           END-IF.

           IF  WCOFI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFI-9000-HANDLE-ERROR
                   THRU COFI-9000-HANDLE-ERROR-X
           END-IF.

       COFI-1000-READ-X.
           EXIT.
      /
      *---------------------
       COFI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCOFI-SEQ-IO-STATUS.

           OPEN INPUT COFI-DATA-FILE.

           IF  WCOFI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFI-9000-HANDLE-ERROR
                   THRU COFI-9000-HANDLE-ERROR-X
           END-IF.

       COFI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       COFI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCOFI-SEQ-IO-STATUS.

           CLOSE COFI-DATA-FILE.

           IF  WCOFI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFI-9000-HANDLE-ERROR
                   THRU COFI-9000-HANDLE-ERROR-X
           END-IF.

       COFI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       COFI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCOFI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOFI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOFI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       COFI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICOFI                    **
      *****************************************************************
