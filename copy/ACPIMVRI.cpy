      *****************************************************************
      **  MEMBER :  ACPIMVRI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            INBOUND MOTOR VEHICLE RECORD RESULTS FILE FROM   **
      **            THE MVR VENDOR - ONE ROW PER INSURED ORDERED     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MVRI-1000-READ.
      *---------------

           MOVE ZERO                   TO WMVRI-SEQ-IO-STATUS.

           READ MVRI-DATA-FILE
                AT END
                MOVE '08'            TO WMVRI-SEQ-IO-STATUS
                GO TO MVRI-1000-READ-X.

           IF  RMVRI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMVRI-SEQ-IO-STATUS
           END-IF.

           IF  WMVRI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRI-9000-HANDLE-ERROR
                   THRU MVRI-9000-HANDLE-ERROR-X
           END-IF.

       MVRI-1000-READ-X.
           EXIT.
      /
      *---------------------
       MVRI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMVRI-SEQ-IO-STATUS.

           OPEN INPUT MVRI-DATA-FILE.

           IF  WMVRI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRI-9000-HANDLE-ERROR
                   THRU MVRI-9000-HANDLE-ERROR-X
           END-IF.

       MVRI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       MVRI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMVRI-SEQ-IO-STATUS.

           CLOSE MVRI-DATA-FILE.

           IF  WMVRI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRI-9000-HANDLE-ERROR
                   THRU MVRI-9000-HANDLE-ERROR-X
           END-IF.

       MVRI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MVRI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMVRI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMVRI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMVRI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MVRI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMVRI                    **
      *****************************************************************
