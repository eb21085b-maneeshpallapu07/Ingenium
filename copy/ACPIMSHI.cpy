      *****************************************************************
      **  MEMBER :  ACPIMSHI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (PRIOR GENERATION) - ONE ROW PER                 **
      **            COMPANY, MESSAGE DATE AND SOURCE                 **
      **            APEX FIELD NAME                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MSHI-1000-READ.
      *---------------

           MOVE ZERO                   TO WMSHI-SEQ-IO-STATUS.

           READ MSHI-DATA-FILE
                AT END
                MOVE '08'            TO WMSHI-SEQ-IO-STATUS
                GO TO MSHI-1000-READ-X.

           IF  RMSHI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMSHI-SEQ-IO-STATUS
           END-IF.

           IF  WMSHI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MSHI-9000-HANDLE-ERROR
                   THRU MSHI-9000-HANDLE-ERROR-X
           END-IF.

       MSHI-1000-READ-X.
           EXIT.
      /
      *---------------------
       MSHI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMSHI-SEQ-IO-STATUS.

           OPEN INPUT MSHI-DATA-FILE.

           IF  WMSHI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MSHI-9000-HANDLE-ERROR
                   THRU MSHI-9000-HANDLE-ERROR-X
           END-IF.

       MSHI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       MSHI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMSHI-SEQ-IO-STATUS.

           CLOSE MSHI-DATA-FILE.

           IF  WMSHI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MSHI-9000-HANDLE-ERROR
                   THRU MSHI-9000-HANDLE-ERROR-X
           END-IF.

       MSHI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MSHI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMSHI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMSHI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMSHI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MSHI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMSHI                    **
      *****************************************************************
