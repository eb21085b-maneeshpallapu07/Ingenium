      *****************************************************************
      **  MEMBER :  ACPITHRX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            TARGET-HIT CONVERSION REGISTER FEED              **
      **            WRITTEN BY ASBM9517, READ BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       THRX-1000-READ.
      *---------------

           MOVE ZERO                   TO WTHRX-SEQ-IO-STATUS.

           READ THRX-DATA-FILE
                AT END
                MOVE '08'            TO WTHRX-SEQ-IO-STATUS
                GO TO THRX-1000-READ-X.

           IF  RTHRX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WTHRX-SEQ-IO-STATUS
           END-IF.

           IF  WTHRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRX-9000-HANDLE-ERROR
                   THRU THRX-9000-HANDLE-ERROR-X
           END-IF.

       THRX-1000-READ-X.
           EXIT.
      /
      *----------------
       THRX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WTHRX-SEQ-IO-STATUS.

           WRITE RTHRX-SEQ-REC-INFO.

           IF  WTHRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRX-9000-HANDLE-ERROR
                   THRU THRX-9000-HANDLE-ERROR-X
           END-IF.

       THRX-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       THRX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WTHRX-SEQ-IO-STATUS.

           OPEN INPUT THRX-DATA-FILE.

           IF  WTHRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRX-9000-HANDLE-ERROR
                   THRU THRX-9000-HANDLE-ERROR-X
           END-IF.

       THRX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       THRX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WTHRX-SEQ-IO-STATUS.

           OPEN OUTPUT THRX-DATA-FILE.

           IF  WTHRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRX-9000-HANDLE-ERROR
                   THRU THRX-9000-HANDLE-ERROR-X
           END-IF.

       THRX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       THRX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTHRX-SEQ-IO-STATUS.

           CLOSE THRX-DATA-FILE.

           IF  WTHRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRX-9000-HANDLE-ERROR
                   THRU THRX-9000-HANDLE-ERROR-X
           END-IF.

       THRX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       THRX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTHRX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTHRX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTHRX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       THRX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITHRX                    **
      *****************************************************************
