      *****************************************************************
      **  MEMBER :  ACPIDSRQ                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            PERSONAL DATA ACCESS REQUEST CARD FILE           **
      **            (ONE CARD PER DATA SUBJECT) READ BY ASBM9513     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       DSRQ-1000-READ.
      *---------------

           MOVE ZERO                   TO WDSRQ-SEQ-IO-STATUS.

           READ DSRQ-DATA-FILE
                AT END
                MOVE '08'            TO WDSRQ-SEQ-IO-STATUS
                GO TO DSRQ-1000-READ-X.

           IF  RDSRQ-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WDSRQ-SEQ-IO-STATUS
           END-IF.

           IF  WDSRQ-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DSRQ-9000-HANDLE-ERROR
                   THRU DSRQ-9000-HANDLE-ERROR-X
           END-IF.

       DSRQ-1000-READ-X.
           EXIT.
      /
      *---------------------
       DSRQ-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WDSRQ-SEQ-IO-STATUS.

           OPEN INPUT DSRQ-DATA-FILE.

           IF  WDSRQ-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DSRQ-9000-HANDLE-ERROR
                   THRU DSRQ-9000-HANDLE-ERROR-X
           END-IF.

       DSRQ-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       DSRQ-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WDSRQ-SEQ-IO-STATUS.

           CLOSE DSRQ-DATA-FILE.

           IF  WDSRQ-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  DSRQ-9000-HANDLE-ERROR
                   THRU DSRQ-9000-HANDLE-ERROR-X
           END-IF.

       DSRQ-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       DSRQ-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WDSRQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDSRQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDSRQ-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       DSRQ-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIDSRQ                    **
      *****************************************************************
