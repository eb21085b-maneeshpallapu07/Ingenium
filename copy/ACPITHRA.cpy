      *****************************************************************
      **  MEMBER :  ACPITHRA                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            TARGET-HIT ELECTION ACKNOWLEDGEMENTS             **
      **            FROM THE POLICY ADMINISTRATION SYSTEM            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       THRA-1000-READ.
      *---------------

           MOVE ZERO                   TO WTHRA-SEQ-IO-STATUS.

           READ THRA-DATA-FILE
                AT END
                MOVE '08'            TO WTHRA-SEQ-IO-STATUS
                GO TO THRA-1000-READ-X.

           IF  RTHRA-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WTHRA-SEQ-IO-STATUS
           END-IF.

           IF  WTHRA-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRA-9000-HANDLE-ERROR
                   THRU THRA-9000-HANDLE-ERROR-X
           END-IF.

       THRA-1000-READ-X.
           EXIT.
      /
      *---------------------
       THRA-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WTHRA-SEQ-IO-STATUS.

           OPEN INPUT THRA-DATA-FILE.

           IF  WTHRA-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRA-9000-HANDLE-ERROR
                   THRU THRA-9000-HANDLE-ERROR-X
           END-IF.

       THRA-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       THRA-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WTHRA-SEQ-IO-STATUS.

           CLOSE THRA-DATA-FILE.

           IF  WTHRA-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  THRA-9000-HANDLE-ERROR
                   THRU THRA-9000-HANDLE-ERROR-X
           END-IF.

       THRA-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       THRA-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WTHRA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTHRA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTHRA-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       THRA-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPITHRA                    **
      *****************************************************************
