      *****************************************************************
      **  MEMBER :  ACPIMPRT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MODEL PORTFOLIO MASTER READ BY ASBM9516          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MPRT-1000-READ.
      *---------------

           MOVE ZERO                   TO WMPRT-SEQ-IO-STATUS.

           READ MPRT-DATA-FILE
                AT END
                MOVE '08'            TO WMPRT-SEQ-IO-STATUS
                GO TO MPRT-1000-READ-X.

           IF  RMPRT-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMPRT-SEQ-IO-STATUS
           END-IF.

           IF  WMPRT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MPRT-9000-HANDLE-ERROR
                   THRU MPRT-9000-HANDLE-ERROR-X
           END-IF.

       MPRT-1000-READ-X.
           EXIT.
      /
      *---------------------
       MPRT-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMPRT-SEQ-IO-STATUS.

           OPEN INPUT MPRT-DATA-FILE.

           IF  WMPRT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MPRT-9000-HANDLE-ERROR
                   THRU MPRT-9000-HANDLE-ERROR-X
           END-IF.

       MPRT-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       MPRT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMPRT-SEQ-IO-STATUS.

           CLOSE MPRT-DATA-FILE.

           IF  WMPRT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MPRT-9000-HANDLE-ERROR
                   THRU MPRT-9000-HANDLE-ERROR-X
           END-IF.

       MPRT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MPRT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMPRT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMPRT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMPRT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MPRT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMPRT                    **
      *****************************************************************
