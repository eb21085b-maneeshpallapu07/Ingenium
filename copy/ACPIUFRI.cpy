      *****************************************************************
      **  MEMBER :  ACPIUFRI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNMAPPED APEX FIELD REGISTER (PRIOR              **
      **            GENERATION) - ONE ROW PER STRUCTURE AND          **
      **            FIELD NAME EVER SEEN WITHOUT A UFLD              **
      **            DEFINITION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       UFRI-1000-READ.
      *---------------

           MOVE ZERO                   TO WUFRI-SEQ-IO-STATUS.

           READ UFRI-DATA-FILE
                AT END
                MOVE '08'            TO WUFRI-SEQ-IO-STATUS
                GO TO UFRI-1000-READ-X.

           IF  RUFRI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WUFRI-SEQ-IO-STATUS
           END-IF.

           IF  WUFRI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFRI-9000-HANDLE-ERROR
                   THRU UFRI-9000-HANDLE-ERROR-X
           END-IF.

       UFRI-1000-READ-X.
           EXIT.
      /
      *---------------------
       UFRI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WUFRI-SEQ-IO-STATUS.

           OPEN INPUT UFRI-DATA-FILE.

           IF  WUFRI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFRI-9000-HANDLE-ERROR
                   THRU UFRI-9000-HANDLE-ERROR-X
           END-IF.

       UFRI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       UFRI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WUFRI-SEQ-IO-STATUS.

           CLOSE UFRI-DATA-FILE.

           IF  WUFRI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFRI-9000-HANDLE-ERROR
                   THRU UFRI-9000-HANDLE-ERROR-X
           END-IF.

       UFRI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       UFRI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WUFRI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUFRI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUFRI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       UFRI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIUFRI                    **
      *****************************************************************
