      *****************************************************************
      **  MEMBER :  ACPIRNGC                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            POLICY NUMBER RANGE ALLOCATION CARD FILE         **
      **            (ASBM9502)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       RNGC-1000-READ.
      *---------------

           MOVE ZERO                   TO WRNGC-SEQ-IO-STATUS.

           READ RNGC-DATA-FILE
                AT END
                MOVE '08'            TO WRNGC-SEQ-IO-STATUS
                GO TO RNGC-1000-READ-X.

           IF  RRNGC-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WRNGC-SEQ-IO-STATUS
           END-IF.

           IF  WRNGC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RNGC-9000-HANDLE-ERROR
                   THRU RNGC-9000-HANDLE-ERROR-X
           END-IF.

       RNGC-1000-READ-X.
           EXIT.
      /
      *---------------------
       RNGC-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WRNGC-SEQ-IO-STATUS.

           OPEN INPUT RNGC-DATA-FILE.

           IF  WRNGC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RNGC-9000-HANDLE-ERROR
                   THRU RNGC-9000-HANDLE-ERROR-X
           END-IF.

       RNGC-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       RNGC-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRNGC-SEQ-IO-STATUS.

           CLOSE RNGC-DATA-FILE.

           IF  WRNGC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RNGC-9000-HANDLE-ERROR
                   THRU RNGC-9000-HANDLE-ERROR-X
           END-IF.

       RNGC-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       RNGC-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRNGC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRNGC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRNGC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RNGC-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRNGC                    **
      *****************************************************************
