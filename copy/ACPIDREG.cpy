      *****************************************************************
      **  MEMBER :  ACPIDREG                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            NATIONAL DEATH REGISTRY WEEKLY FILE - ONE ROW    **
      **            PER REGISTERED DEATH, THE RECENT WEEKLY FILES    **
      **            CONCATENATED FOR THE RUN                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       DREG-1000-READ.
      *---------------

           MOVE ZERO                   TO WDREG-SEQ-IO-STATUS.

           READ DREG-DATA-FILE
                AT END
                MOVE '08'            TO WDREG-SEQ-IO-STATUS
                GO TO DREG-1000-READ-X.

           IF  RDREG-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WDREG-SEQ-IO-STATUS
           END-IF.

           IF  WDREG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DREG-9000-HANDLE-ERROR
                   THRU DREG-9000-HANDLE-ERROR-X
           END-IF.

       DREG-1000-READ-X.
           EXIT.
      /
      *---------------------
       DREG-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WDREG-SEQ-IO-STATUS.

           OPEN INPUT DREG-DATA-FILE.

           IF  WDREG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DREG-9000-HANDLE-ERROR
                   THRU DREG-9000-HANDLE-ERROR-X
           END-IF.

       DREG-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       DREG-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WDREG-SEQ-IO-STATUS.

           CLOSE DREG-DATA-FILE.

           IF  WDREG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DREG-9000-HANDLE-ERROR
                   THRU DREG-9000-HANDLE-ERROR-X
           END-IF.

       DREG-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       DREG-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WDREG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDREG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDREG-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       DREG-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIDREG                    **
      *****************************************************************
