      *****************************************************************
      **  MEMBER :  ACPISORR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            SALES OFFICE AGENT REASSIGNMENT RULE MASTER      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       SORR-1000-READ.
      *---------------

           MOVE ZERO                   TO WSORR-SEQ-IO-STATUS.

           READ SORR-DATA-FILE
                AT END
                MOVE '08'            TO WSORR-SEQ-IO-STATUS
                GO TO SORR-1000-READ-X.

           IF  RSORR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WSORR-SEQ-IO-STATUS
           END-IF.

           IF  WSORR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SORR-9000-HANDLE-ERROR
                   THRU SORR-9000-HANDLE-ERROR-X
           END-IF.

       SORR-1000-READ-X.
           EXIT.
      /
      *---------------------
       SORR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WSORR-SEQ-IO-STATUS.

           OPEN INPUT SORR-DATA-FILE.

           IF  WSORR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SORR-9000-HANDLE-ERROR
                   THRU SORR-9000-HANDLE-ERROR-X
           END-IF.

       SORR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       SORR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSORR-SEQ-IO-STATUS.

           CLOSE SORR-DATA-FILE.

           IF  WSORR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SORR-9000-HANDLE-ERROR
                   THRU SORR-9000-HANDLE-ERROR-X
           END-IF.

       SORR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SORR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSORR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSORR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSORR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SORR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISORR                    **
      *****************************************************************
