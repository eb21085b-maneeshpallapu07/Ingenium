      *****************************************************************
      **  MEMBER :  ACPIMVRT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MVR THRESHOLD MASTER - FACE AMOUNT               **
      **            ABOVE WHICH A DRIVING RECORD IS ORDERED AND      **
      **            THE VIOLATION POINTS ABOVE WHICH IT IS REFERRED  **
      **            - ONE ROW PER PLAN, ALL-ASTERISK PLAN = DEFAULT  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MVRT-1000-READ.
      *---------------

           MOVE ZERO                   TO WMVRT-SEQ-IO-STATUS.

           READ MVRT-DATA-FILE
                AT END
                MOVE '08'            TO WMVRT-SEQ-IO-STATUS
                GO TO MVRT-1000-READ-X.

           IF  RMVRT-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMVRT-SEQ-IO-STATUS
           END-IF.

           IF  WMVRT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRT-9000-HANDLE-ERROR
                   THRU MVRT-9000-HANDLE-ERROR-X
           END-IF.

       MVRT-1000-READ-X.
           EXIT.
      /
      *---------------------
       MVRT-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMVRT-SEQ-IO-STATUS.

           OPEN INPUT MVRT-DATA-FILE.

           IF  WMVRT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRT-9000-HANDLE-ERROR
                   THRU MVRT-9000-HANDLE-ERROR-X
           END-IF.

       MVRT-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       MVRT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMVRT-SEQ-IO-STATUS.

           CLOSE MVRT-DATA-FILE.

           IF  WMVRT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRT-9000-HANDLE-ERROR
                   THRU MVRT-9000-HANDLE-ERROR-X
           END-IF.

       MVRT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MVRT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMVRT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMVRT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMVRT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MVRT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMVRT                    **
      *****************************************************************
