      *****************************************************************
      **  MEMBER :  ACPIAGID                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            AGENT IDENTITY MASTER FEED                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       AGID-1000-READ.
      *---------------

           MOVE ZERO                   TO WAGID-SEQ-IO-STATUS.

           READ AGID-DATA-FILE
                AT END
                MOVE '08'            TO WAGID-SEQ-IO-STATUS
                GO TO AGID-1000-READ-X.

           IF  RAGID-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WAGID-SEQ-IO-STATUS
           END-IF.

           IF  WAGID-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGID-9000-HANDLE-ERROR
                   THRU AGID-9000-HANDLE-ERROR-X
           END-IF.

       AGID-1000-READ-X.
           EXIT.
      /
      *---------------------
       AGID-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WAGID-SEQ-IO-STATUS.

           OPEN INPUT AGID-DATA-FILE.

           IF  WAGID-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGID-9000-HANDLE-ERROR
                   THRU AGID-9000-HANDLE-ERROR-X
           END-IF.

       AGID-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       AGID-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WAGID-SEQ-IO-STATUS.

           CLOSE AGID-DATA-FILE.

           IF  WAGID-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGID-9000-HANDLE-ERROR
                   THRU AGID-9000-HANDLE-ERROR-X
           END-IF.

       AGID-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       AGID-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WAGID-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAGID-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAGID-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       AGID-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIAGID                    **
      *****************************************************************
